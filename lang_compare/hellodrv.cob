003693*                 REGION ARE HELD AND COUNTED, NOT GREETED, *
003694*                 AND NO LONGER HOLD THE OPEN REGIONS       *
003695*                 HOSTAGE.                                  *
003700* 10/15/26  RLT   THE SWEEP REFUSES TO RUN, RETURN-CODE 12, *
003710*                 WHILE A LOAD OR BACKOUT HOLDS THE STREAM, *
003720*                 HOLDS IT AS SWEEP UNTIL END-OF-FILE, AND  *
003730*                 GIVES UP THE WINDOW WHEN IT POSTS         *
003740*                 HELLO.DONE.                               *
003741* 10/15/26  RLT   THE SWEEP CAN RUN AS SEVERAL CONCURRENT   *
003742*                 PARTITIONS.  A CONTROL CARD NAMES THE     *
003743*                 PARTITION AND ITS REGIONS; THE JOB GREETS *
003744*                 ONLY THOSE REGIONS' SITES, KEEPS ITS OWN  *
003745*                 STATUS AND RESTART CHECKPOINT ON THE      *
003746*                 PARTITION-STATUS DATASET, AND LEAVES      *
003747*                 HELLO.DONE, WINDONE AND THE WINDOW HOLD   *
003748*                 TO THE HELLOCRD COORDINATOR.  NO CARD     *
003749*                 MEANS THE ONE-STEP SWEEP, UNCHANGED.      *
003750* 10/15/26  RLT   PASSES THE GREETING'S LANGUAGE CODES AND  *
003751*                 SECONDARY-LANGUAGE TEXT ON THE HELLOWORLD *
003752*                 CALL SO A BILINGUAL SITE SHOWS BOTH LINES *
003753*                 IN THE SWEEP TOO.                         *
003754* 10/15/26  RLT   WINDONE RECORD IS NOW STAMPED WITH THE    *
003755*                 HELLO-LOG SEQUENCE NUMBER AND CHAINED     *
003756*                 CHECK VALUE THROUGH HELLOSEQ.             *
003757* 10/15/26  RLT   A SITE HELLOWORLD FINDS ALREADY GREETED   *
003758*                 TODAY COMES BACK RETURN-CODE 2.  THE      *
003759*                 SWEEP COUNTS IT AS A DUPLICATE, NOT AS    *
003760*                 GREETED, MOVES ON, AND DOES NOT LET THE 2 *
003761*                 REACH THE STEP'S OWN RETURN-CODE.         *
003762* 10/15/26  RLT   A SITE OR REGION ON THE EXCUSAL REGISTER  *
003763*                 FOR THE SWEEP DATE IS NOT GREETED.  THE   *
003764*                 SWEEP COUNTS IT AS EXCUSED, LOGS AN       *
003765*                 EXCUSED RECORD TO HELLO-LOG FOR THE SITE, *
003766*                 AND CHECKPOINTS PAST IT.                  *
003767*----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
005740         ACCESS MODE IS RANDOM
005750         RECORD KEY IS HLO-LOG-KEY
005760         FILE STATUS IS DRV-LOG-STATUS.
005761
005762     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
005763         ORGANIZATION IS INDEXED
005764         ACCESS MODE IS DYNAMIC
005765         RECORD KEY IS HLO-LOCK-KEY
005766         FILE STATUS IS DRV-LOCK-STATUS.
005767
005768     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
005769         ORGANIZATION IS SEQUENTIAL
005770         FILE STATUS IS DRV-CARD-STATUS.
005771
005772     SELECT PARTITION-STATUS ASSIGN TO "PARTDD"
005773         ORGANIZATION IS INDEXED
005774         ACCESS MODE IS RANDOM
005775         RECORD KEY IS HLO-PART-KEY
005776         FILE STATUS IS DRV-PTN-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
007720 FD  HELLO-LOG
007730     LABEL RECORDS ARE OMITTED.
007740     COPY HLOLOG.
007750
007760 FD  STREAM-CONTROL
007770     LABEL RECORDS ARE OMITTED.
007780     COPY HLOLOCK.
007781
007782 FD  CONTROL-CARD
007783     LABEL RECORDS ARE OMITTED.
007784 01  DRV-CONTROL-RECORD.
007785     05  DRV-CTL-PART-ID        PIC X(08).
007786     05  FILLER                PIC X(01).
007787     05  DRV-CTL-REGION-LIST    PIC X(20).
007788     05  FILLER                PIC X(51).
007789
007790 FD  PARTITION-STATUS
007791     LABEL RECORDS ARE OMITTED.
007792     COPY HLOPART.
007800
007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------*
008200*----------------------------------------------------------*
008300 01  DRV-SITE-CODE              PIC X(05) VALUE SPACES.
008400 01  DRV-MESSAGE-TEXT           PIC X(32) VALUE SPACES.
008410 01  DRV-LANG-AREA              VALUE SPACES.
008420     05  DRV-PRI-LANG           PIC X(02).
008430     05  DRV-SEC-LANG           PIC X(02).
008440     05  DRV-SEC-TEXT           PIC X(32).
008500
008600*----------------------------------------------------------*
008700* FILE STATUS AND SWEEP CONTROL FIELDS                      *
009142     88  DRV-DIR-NOT-OPENED     VALUE 'N'.
009200 01  DRV-DONE-STATUS            PIC X(02).
009210 01  DRV-LOG-STATUS             PIC X(02).
009211 01  DRV-LOCK-STATUS            PIC X(02).
009212 01  DRV-STREAM-SW              PIC X(01).
009213     88  DRV-STREAM-FREE        VALUE 'Y'.
009214     88  DRV-STREAM-HELD        VALUE 'N'.
009220 01  DRV-SYSTEM-TIME            PIC 9(08).
009230 01  DRV-JOB-NAME               PIC X(08).
009240 77  DRV-LOG-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
009241
009242*----------------------------------------------------------*
009243* HELLO-LOG SEQUENCE/CHAIN CALL AREA (HELLOSEQ)            *
009244*----------------------------------------------------------*
009245 77  DRV-SAVE-RETCODE           PIC S9(04) COMP VALUE ZERO.
009246     COPY HLOSEQ.
009250
009260*----------------------------------------------------------*
009270* EXCUSAL-REGISTER CHECK CALL AREA (HELLOXCK)              *
009280*----------------------------------------------------------*
009290     COPY HLOXCK.
009300 01  DRV-ENV-SITE-CODE          PIC X(05).
009400 01  DRV-MASTER-EOF-SW          PIC X(01).
009500     88  DRV-MASTER-EOF         VALUE 'Y'.
010200 01  DRV-HOLD-SITE              PIC X(05).
010300 01  DRV-BEST-EFF-START         PIC 9(08).
010400 01  DRV-BEST-MESSAGE-TEXT      PIC X(32).
010410 01  DRV-BEST-LANG-AREA.
010420     05  DRV-BEST-PRI-LANG      PIC X(02).
010430     05  DRV-BEST-SEC-LANG      PIC X(02).
010440     05  DRV-BEST-SEC-TEXT      PIC X(32).
010500 01  DRV-BEST-SW                PIC X(01).
010600     88  DRV-BEST-FOUND         VALUE 'Y'.
010700     88  DRV-BEST-NOT-FOUND     VALUE 'N'.
010800 77  DRV-SWEPT-COUNT            PIC 9(05) COMP VALUE ZERO.
010900 77  DRV-SKIPPED-COUNT          PIC 9(05) COMP VALUE ZERO.
010905 77  DRV-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
010906 77  DRV-DUP-COUNT              PIC 9(05) COMP VALUE ZERO.
010907 77  DRV-PEND-RETCODE           PIC S9(04) COMP VALUE ZERO.
010910 01  DRV-PRINT-SWEPT            PIC 9(05).
010920 01  DRV-PRINT-SKIPPED          PIC 9(05).
010925 01  DRV-PRINT-HELD             PIC 9(05).
010926 01  DRV-PRINT-DUP              PIC 9(05).
010927 77  DRV-EXCUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
010928 01  DRV-PRINT-EXCUSED          PIC 9(05).
010930
010931*----------------------------------------------------------*
010932* POSTED-REGION TABLE, LOADED FROM THE START-OK-FLAG - ONE *
010940     05  DRV-REGION-CODE        PIC X(02) OCCURS 20 TIMES.
010941 01  DRV-HOLD-REGION            PIC X(02).
011000
011001*----------------------------------------------------------*
011002* SWEEP PARTITION, FROM THE CONTROL CARD - AN 8-BYTE ID IN *
011003* COLUMNS 1-8 AND UP TO TEN 2-BYTE REGION CODES FROM       *
011004* COLUMN 10.  NO CARD MEANS THE WHOLE SWEEP RUNS AS ONE    *
011005* STEP, THE WAY IT ALWAYS HAS.                             *
011006*----------------------------------------------------------*
011007 01  DRV-CARD-STATUS            PIC X(02).
011008 01  DRV-PTN-STATUS             PIC X(02).
011009 01  DRV-CARD-SW                PIC X(01).
011010     88  DRV-CARD-OK            VALUE 'Y'.
011011     88  DRV-CARD-BAD           VALUE 'N'.
011012 01  DRV-PARTITION-SW           PIC X(01) VALUE 'N'.
011013     88  DRV-PARTITIONED        VALUE 'Y'.
011014     88  DRV-NOT-PARTITIONED    VALUE 'N'.
011015 01  DRV-PART-CLOSED-SW         PIC X(01) VALUE 'N'.
011016     88  DRV-PART-CLOSED        VALUE 'Y'.
011017     88  DRV-PART-OPEN          VALUE 'N'.
011018 01  DRV-PTN-POSTED-SW          PIC X(01).
011019     88  DRV-PTN-POSTED         VALUE 'Y'.
011020     88  DRV-PTN-NOT-POSTED     VALUE 'N'.
011021 01  DRV-PTN-FOUND-SW           PIC X(01).
011022     88  DRV-PTN-ON-FILE        VALUE 'Y'.
011023     88  DRV-PTN-NOT-ON-FILE    VALUE 'N'.
011024 01  DRV-PART-ID                PIC X(08) VALUE SPACES.
011025 01  DRV-PART-REGION-LIST.
011026     05  DRV-PART-REGION        PIC X(02) OCCURS 10 TIMES.
011027 77  DRV-PART-REGION-MAX        PIC 9(02) COMP VALUE 10.
011028 77  DRV-PART-SUB               PIC 9(02) COMP VALUE ZERO.
011029 77  DRV-PART-HIT               PIC 9(02) COMP VALUE ZERO.
011030 01  DRV-PART-NEW-STATUS        PIC X(01).
011031 01  DRV-PART-START-TIME        PIC 9(08) VALUE ZERO.
011032 01  DRV-PART-LAST-SITE         PIC X(05) VALUE SPACES.
011033 77  DRV-PRIOR-GREETED          PIC 9(05) COMP VALUE ZERO.
011034 77  DRV-PRIOR-HELD             PIC 9(05) COMP VALUE ZERO.
011035 77  DRV-OTHER-COUNT            PIC 9(05) COMP VALUE ZERO.
011036 01  DRV-PRINT-OTHER            PIC 9(05).
011037
011100 PROCEDURE DIVISION.
011200*----------------------------------------------------------*
011300* 0000-MAINLINE                                             *
011600*   LOOKUP, READINESS CHECK, AND COMPLETION POSTING RUN    *
011700*   UNCHANGED.  SITE_CODE NOT SET MEANS SWEEP EVERY SITE   *
011800*   ON THE SITE-MASTER IN ONE STEP.                        *
011810*   A PARTITION THAT DID NOT GET AS FAR AS POSTING ITS     *
011820*   COMPLETION IS POSTED FAILED, SO THE COORDINATOR SEES   *
011830*   WHY IT IS WAITING.                                     *
011900*----------------------------------------------------------*
012000 0000-MAINLINE.
012100     ACCEPT DRV-ENV-SITE-CODE FROM ENVIRONMENT "SITE_CODE".
012200     IF DRV-ENV-SITE-CODE = SPACES
012300         PERFORM 1000-SWEEP-ALL-SITES THRU 1000-EXIT
012310         IF DRV-PARTITIONED AND DRV-PART-OPEN
012320             MOVE 'F' TO DRV-PART-NEW-STATUS
012330             PERFORM 7000-POST-PARTITION-STATUS THRU 7000-EXIT
012340         END-IF
012400     ELSE
012500         CALL 'HELLOWORLD' USING DRV-SITE-CODE DRV-MESSAGE-TEXT
012510             DRV-LANG-AREA
012600     END-IF.
012700     STOP RUN.
012800
013400*   ONLY WHEN THE SWEEP REACHES END-OF-FILE, SO AN ABEND   *
013500*   MID-SWEEP LEAVES IT UNPOSTED AND THE RERUN RESUMES     *
013600*   FROM THE CHECKPOINT.                                   *
013610*   A PARTITION CARD LIMITS THE SWEEP TO THE REGIONS IT    *
013620*   NAMES.  THE PARTITION'S CHECKPOINT IS ITS OWN RECORD   *
013630*   ON THE PARTITION-STATUS DATASET, AND AT END-OF-FILE IT *
013640*   IS POSTED COMPLETE INSTEAD OF POSTING HELLO.DONE - ONE *
013650*   PARTITION FINISHING SAYS NOTHING ABOUT THE OTHERS.     *
013700*----------------------------------------------------------*
013800 1000-SWEEP-ALL-SITES.
013810     ACCEPT DRV-SYSTEM-DATE FROM DATE YYYYMMDD.
013820     ACCEPT DRV-JOB-NAME FROM ENVIRONMENT "JOBNAME".
013830     PERFORM 1300-READ-PARTITION-CARD THRU 1300-EXIT.
013840     IF DRV-CARD-BAD
013850         GO TO 1000-EXIT
013860     END-IF.
013900     PERFORM 2000-CHECK-READINESS THRU 2000-EXIT.
014000     IF DRV-READY-NO
014100         GO TO 1000-EXIT
014200     END-IF.
014201     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
014202     IF DRV-STREAM-HELD
014203         GO TO 1000-EXIT
014204     END-IF.
014210     SET DRV-DIR-NOT-OPENED TO TRUE.
014220     OPEN INPUT SITE-DIRECTORY.
014230     IF DRV-DIR-STATUS = '00'
014280         MOVE 16 TO RETURN-CODE
014290         GO TO 1000-EXIT
014291     END-IF.
014300     IF DRV-PARTITIONED
014310         PERFORM 3100-START-PARTITION THRU 3100-EXIT
014320         IF DRV-PTN-NOT-POSTED
014330             CLOSE SITE-DIRECTORY
014340             MOVE 16 TO RETURN-CODE
014350             GO TO 1000-EXIT
014360         END-IF
014370     ELSE
014380         PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT
014390     END-IF.
014500     MOVE SPACES TO DRV-HOLD-SITE.
014600     MOVE ZERO TO DRV-BEST-EFF-START.
014700     MOVE SPACES TO DRV-BEST-MESSAGE-TEXT.
014710     MOVE SPACES TO DRV-BEST-LANG-AREA.
014800     SET DRV-BEST-NOT-FOUND TO TRUE.
014900     SET DRV-MASTER-NOT-EOF TO TRUE.
015000     OPEN INPUT SITE-MASTER.
015400         MOVE 16 TO RETURN-CODE
015500         GO TO 1000-EXIT
015600     END-IF.
015620     PERFORM 1200-TAKE-STREAM-LOCK THRU 1200-EXIT.
015630     IF DRV-STREAM-HELD
015640         CLOSE SITE-MASTER
015650         IF DRV-DIR-OPENED
015660             CLOSE SITE-DIRECTORY
015670         END-IF
015680         GO TO 1000-EXIT
015690     END-IF.
015700     PERFORM 4000-DRIVE-ONE-SITE THRU 4000-EXIT
015800         UNTIL DRV-MASTER-EOF.
015900     CLOSE SITE-MASTER.
015901     SET HLO-XCK-CLOSE TO TRUE.
015902     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
015910     IF DRV-DIR-OPENED
015920         CLOSE SITE-DIRECTORY
015930     END-IF.
015940     PERFORM 5100-RELEASE-SWEEP-LOCK THRU 5100-EXIT.
015950     IF DRV-PARTITIONED
015960         MOVE 'C' TO DRV-PART-NEW-STATUS
015970         PERFORM 7000-POST-PARTITION-STATUS THRU 7000-EXIT
015980         IF DRV-PTN-NOT-POSTED
015990             MOVE 16 TO RETURN-CODE
016000         END-IF
016010     ELSE
016020         PERFORM 5000-CLEAR-CHECKPOINT THRU 5000-EXIT
016030         PERFORM 6000-POST-COMPLETION THRU 6000-EXIT
016040     END-IF.
016150     MOVE DRV-SWEPT-COUNT TO DRV-PRINT-SWEPT.
016160     MOVE DRV-SKIPPED-COUNT TO DRV-PRINT-SKIPPED.
016170     MOVE DRV-HELD-COUNT TO DRV-PRINT-HELD.
016300         DRV-PRINT-SWEPT ', SKIPPED BY RESTART: '
016400         DRV-PRINT-SKIPPED ', HELD BY CLOSED REGION: '
016410         DRV-PRINT-HELD.
016411     IF DRV-DUP-COUNT NOT = ZERO
016412         MOVE DRV-DUP-COUNT TO DRV-PRINT-DUP
016413         DISPLAY 'HELLODRV - SITES ALREADY GREETED TODAY, '
016414             'NOT REPEATED: ' DRV-PRINT-DUP
016415     END-IF.
016416     IF DRV-EXCUSED-COUNT NOT = ZERO
016417         MOVE DRV-EXCUSED-COUNT TO DRV-PRINT-EXCUSED
016418         DISPLAY 'HELLODRV - SITES EXCUSED BY THE EXCUSAL '
016419             'REGISTER, NOT GREETED: ' DRV-PRINT-EXCUSED
016420     END-IF.
016421     IF DRV-PARTITIONED
016430         MOVE DRV-OTHER-COUNT TO DRV-PRINT-OTHER
016440         DISPLAY 'HELLODRV - PARTITION ' DRV-PART-ID
016450             ' COMPLETE, SITES LEFT TO OTHER PARTITIONS: '
016460             DRV-PRINT-OTHER
016470     END-IF.
016500 1000-EXIT.
016600     EXIT.
016601
016602*----------------------------------------------------------*
016603* 1100-CHECK-STREAM-LOCK                                    *
016604*   THE SWEEP MUST NOT GREET FROM A MASTER THAT IS HALF    *
016605*   WAY THROUGH AN APPROVAL SITTING OR A BACKOUT.  A LOAD  *
016606*   OR BACKOUT HOLDER ON THE STREAM-CONTROL DATASET SKIPS  *
016607*   THE SWEEP WITH RETURN-CODE 12.  THE WINDOW HOLDER IS   *
016608*   EXPECTED, AND A SWEEP HOLDER IS THIS SWEEP'S OWN FROM  *
016609*   A RUN THAT DIED - THE RESTART TAKES IT OVER.           *
016610*----------------------------------------------------------*
016611 1100-CHECK-STREAM-LOCK.
016612     SET DRV-STREAM-FREE TO TRUE.
016613     OPEN INPUT STREAM-CONTROL.
016614     IF DRV-LOCK-STATUS = '35'
016615         GO TO 1100-EXIT
016616     END-IF.
016617     IF DRV-LOCK-STATUS NOT = '00'
016618         DISPLAY 'HELLODRV - UNABLE TO OPEN STREAM-CONTROL, '
016619             'STATUS=' DRV-LOCK-STATUS
016620         SET DRV-STREAM-HELD TO TRUE
016621         MOVE 16 TO RETURN-CODE
016622         GO TO 1100-EXIT
016623     END-IF.
016624 1100-NEXT.
016625     READ STREAM-CONTROL NEXT RECORD
016626         AT END
016627             CLOSE STREAM-CONTROL
016628             GO TO 1100-EXIT
016629     END-READ.
016630     IF NOT HLO-LOCK-LOAD AND NOT HLO-LOCK-BACKOUT
016631         GO TO 1100-NEXT
016632     END-IF.
016633     CLOSE STREAM-CONTROL.
016634     DISPLAY 'HELLODRV - STREAM HELD BY ' HLO-LOCK-HOLDER ' '
016635         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
016636         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
016637     DISPLAY 'HELLODRV - SWEEP NOT RUN, RESUBMIT WHEN THE '
016638         'STREAM IS FREE.'.
016639     SET DRV-STREAM-HELD TO TRUE.
016640     MOVE 12 TO RETURN-CODE.
016641 1100-EXIT.
016642     EXIT.
016643
016644*----------------------------------------------------------*
016645* 1200-TAKE-STREAM-LOCK                                     *
016646*   HOLDS THE STREAM AS SWEEP UNTIL END-OF-FILE, SO NO     *
016647*   MAINTENANCE, LOAD OR BACKOUT STARTS UNDER A RUNNING    *
016648*   SWEEP.  A RESTART REWRITES THE HOLD LEFT BY THE RUN    *
016649*   THAT DIED.  EACH PARTITION HOLDS UNDER ITS OWN ID.     *
016650*----------------------------------------------------------*
016651 1200-TAKE-STREAM-LOCK.
016652     OPEN I-O STREAM-CONTROL.
016653     IF DRV-LOCK-STATUS = '35' OR DRV-LOCK-STATUS = '05'
016654         OPEN OUTPUT STREAM-CONTROL
016655         CLOSE STREAM-CONTROL
016656         OPEN I-O STREAM-CONTROL
016657     END-IF.
016658     IF DRV-LOCK-STATUS NOT = '00'
016659         DISPLAY 'HELLODRV - UNABLE TO OPEN STREAM-CONTROL, '
016660             'STATUS=' DRV-LOCK-STATUS
016661         SET DRV-STREAM-HELD TO TRUE
016662         MOVE 16 TO RETURN-CODE
016663         GO TO 1200-EXIT
016664     END-IF.
016665     MOVE SPACES TO HLO-LOCK-RECORD.
016666     SET HLO-LOCK-SWEEP TO TRUE.
016667     MOVE DRV-PART-ID TO HLO-LOCK-QUALIFIER.
016668     MOVE DRV-JOB-NAME TO HLO-LOCK-JOB-NAME.
016669     MOVE 'HELLODRV' TO HLO-LOCK-PROGRAM.
016670     MOVE DRV-SYSTEM-DATE TO HLO-LOCK-DATE.
016671     ACCEPT DRV-SYSTEM-TIME FROM TIME.
016672     MOVE DRV-SYSTEM-TIME TO HLO-LOCK-TIME.
016673     WRITE HLO-LOCK-RECORD
016674         INVALID KEY
016675             REWRITE HLO-LOCK-RECORD
016676     END-WRITE.
016677     CLOSE STREAM-CONTROL.
016678 1200-EXIT.
016679     EXIT.
016700
016701*----------------------------------------------------------*
016702* 1300-READ-PARTITION-CARD                                  *
016703*   NO CONTROL CARD, OR A BLANK ONE, MEANS THE ONE-STEP    *
016704*   SWEEP OF EVERY REGION.  A CARD MUST CARRY BOTH THE     *
016705*   PARTITION ID AND AT LEAST ONE REGION - A CARD WITH     *
016706*   ONLY ONE OF THE TWO IS A SETUP ERROR, AND THE STEP     *
016707*   ENDS WITH RETURN-CODE 16 RATHER THAN GUESS.            *
016708*----------------------------------------------------------*
016709 1300-READ-PARTITION-CARD.
016710     SET DRV-CARD-OK TO TRUE.
016711     SET DRV-NOT-PARTITIONED TO TRUE.
016712     MOVE SPACES TO DRV-PART-ID.
016713     MOVE SPACES TO DRV-PART-REGION-LIST.
016714     OPEN INPUT CONTROL-CARD.
016715     IF DRV-CARD-STATUS NOT = '00'
016716         GO TO 1300-EXIT
016717     END-IF.
016718     READ CONTROL-CARD
016719         AT END
016720             MOVE SPACES TO DRV-CONTROL-RECORD
016721     END-READ.
016722     CLOSE CONTROL-CARD.
016723     IF DRV-CONTROL-RECORD = SPACES
016724         GO TO 1300-EXIT
016725     END-IF.
016726     IF DRV-CTL-PART-ID = SPACES
016727         OR DRV-CTL-REGION-LIST = SPACES
016728         DISPLAY 'HELLODRV - PARTITION CARD NEEDS AN ID IN '
016729             'COLUMNS 1-8 AND REGIONS FROM COLUMN 10'
016730         SET DRV-CARD-BAD TO TRUE
016731         MOVE 16 TO RETURN-CODE
016732         GO TO 1300-EXIT
016733     END-IF.
016734     MOVE DRV-CTL-PART-ID TO DRV-PART-ID.
016735     MOVE DRV-CTL-REGION-LIST TO DRV-PART-REGION-LIST.
016736     SET DRV-PARTITIONED TO TRUE.
016737     SET DRV-PART-OPEN TO TRUE.
016738     DISPLAY 'HELLODRV - SWEEP PARTITION ' DRV-PART-ID
016739         ' REGIONS ' DRV-PART-REGION-LIST.
016740 1300-EXIT.
016741     EXIT.
016742
016800*----------------------------------------------------------*
016900* 2000-CHECK-READINESS                                      *
017000*   LOADS THE POSTED-REGION RECORDS FROM THE START-OK-     *
022100 3000-EXIT.
022200     EXIT.
022300
022301*----------------------------------------------------------*
022302* 3100-START-PARTITION                                      *
022303*   PICKS UP THE PARTITION'S OWN CHECKPOINT - THE LAST     *
022304*   SITE IT GREETED TODAY AND ITS COUNTS SO FAR - FROM ITS *
022305*   PARTITION-STATUS RECORD, THEN POSTS THE PARTITION      *
022306*   RUNNING.  A PARTITION ALREADY POSTED COMPLETE TODAY IS *
022307*   BEING RUN AGAIN ON PURPOSE AND STARTS FROM THE TOP,    *
022308*   THE SAME AS THE ONE-STEP SWEEP AFTER A CLEAN FINISH.   *
022309*   IF THE RUNNING RECORD CANNOT BE POSTED THE COORDINATOR *
022310*   COULD NEVER SEE THIS PARTITION FINISH, SO NOTHING IS   *
022311*   GREETED.                                               *
022312*----------------------------------------------------------*
022313 3100-START-PARTITION.
022314     MOVE SPACES TO DRV-RESTART-SITE.
022315     MOVE ZERO TO DRV-PRIOR-GREETED.
022316     MOVE ZERO TO DRV-PRIOR-HELD.
022317     OPEN INPUT PARTITION-STATUS.
022318     IF DRV-PTN-STATUS NOT = '00'
022319         GO TO 3100-POST
022320     END-IF.
022321     MOVE DRV-SYSTEM-DATE TO HLO-PART-SWEEP-DATE.
022322     MOVE DRV-PART-ID TO HLO-PART-ID.
022323     READ PARTITION-STATUS
022324         INVALID KEY
022325             CLOSE PARTITION-STATUS
022326             GO TO 3100-POST
022327     END-READ.
022328     CLOSE PARTITION-STATUS.
022329     IF HLO-PART-COMPLETE
022330         DISPLAY 'HELLODRV - PARTITION ' DRV-PART-ID
022331             ' ALREADY COMPLETE TODAY, SWEEPING IT AGAIN'
022332         GO TO 3100-POST
022333     END-IF.
022334     IF HLO-PART-LAST-SITE NOT = SPACES
022335         MOVE HLO-PART-LAST-SITE TO DRV-RESTART-SITE
022336         MOVE HLO-PART-GREETED-COUNT TO DRV-PRIOR-GREETED
022337         MOVE HLO-PART-HELD-COUNT TO DRV-PRIOR-HELD
022338         DISPLAY 'HELLODRV - PARTITION ' DRV-PART-ID
022339             ' RESTART IN EFFECT, RESUMING AFTER SITE '
022340             DRV-RESTART-SITE
022341     END-IF.
022342 3100-POST.
022343     MOVE DRV-RESTART-SITE TO DRV-PART-LAST-SITE.
022344     ACCEPT DRV-PART-START-TIME FROM TIME.
022345     MOVE 'R' TO DRV-PART-NEW-STATUS.
022346     PERFORM 7000-POST-PARTITION-STATUS THRU 7000-EXIT.
022347 3100-EXIT.
022348     EXIT.
022349
022400*----------------------------------------------------------*
022500* 4000-DRIVE-ONE-SITE                                       *
022600*   READS THE NEXT SITE-MASTER RECORD, GREETING THE HELD   *
024700         AND HLO-PARM-EFF-START NOT < DRV-BEST-EFF-START
024800         MOVE HLO-PARM-EFF-START TO DRV-BEST-EFF-START
024900         MOVE HLO-PARM-MESSAGE-TEXT TO DRV-BEST-MESSAGE-TEXT
024910         MOVE HLO-PARM-PRI-LANG TO DRV-BEST-PRI-LANG
024920         MOVE HLO-PARM-SEC-LANG TO DRV-BEST-SEC-LANG
024930         MOVE HLO-PARM-SEC-TEXT TO DRV-BEST-SEC-TEXT
025000         SET DRV-BEST-FOUND TO TRUE
025100     END-IF.
025200 4000-EXIT.
028300*   RUN - IS REPORTED TO THE JOB LOG AND NOT GREETED.      *
028400*   THE CHECKPOINT IS REWRITTEN AFTER EVERY COMPLETED      *
028500*   SITE.                                                  *
028510*   A PARTITION LEAVES SITES OF REGIONS IT DOES NOT NAME   *
028520*   TO THE OTHER PARTITIONS, AND ITS CHECKPOINT IS ITS     *
028530*   PARTITION-STATUS RECORD.                               *
028540*   HELLOWORLD GIVES BACK RETURN-CODE 2 FOR A SITE IT      *
028550*   FINDS ALREADY GREETED TODAY.  THAT SITE IS COUNTED AS  *
028560*   A DUPLICATE BUT STILL CHECKPOINTED - IT IS DONE - AND  *
028570*   THE STEP'S CODE IS PUT BACK AS IT WAS BEFORE THE CALL. *
028571*   A SITE OF AN OPEN REGION THAT THE EXCUSAL REGISTER     *
028572*   EXCUSES FOR THE SWEEP DATE - ITSELF OR ITS WHOLE       *
028573*   REGION - IS NOT GREETED.  IT IS LOGGED EXCUSED AND     *
028574*   CHECKPOINTED, SO A RESTART DOES NOT LOG IT AGAIN.  A   *
028575*   SITE OF A REGION NOT OPEN IS HELD FOR ITS CATCH-UP.    *
028600*----------------------------------------------------------*
028700 4200-GREET-HELD-SITE.
028800     IF DRV-HOLD-SITE = SPACES
029400         GO TO 4200-RESET
029500     END-IF.
029510     PERFORM 4300-CHECK-SITE-REGION THRU 4300-EXIT.
029511     IF DRV-PARTITIONED
029512         PERFORM 4400-CHECK-PARTITION-REGION THRU 4400-EXIT
029513         IF DRV-PART-HIT = ZERO
029514             ADD 1 TO DRV-OTHER-COUNT
029515             GO TO 4200-RESET
029516         END-IF
029517     END-IF.
029520     IF DRV-REG-HIT = ZERO
029530         ADD 1 TO DRV-HELD-COUNT
029540         DISPLAY 'HELLODRV - SITE ' DRV-HOLD-SITE
029560             ' NOT OPEN'
029570         GO TO 4200-RESET
029580     END-IF.
029581     PERFORM 4500-CHECK-EXCUSAL THRU 4500-EXIT.
029582     IF HLO-XCK-EXCUSED
029583         ADD 1 TO DRV-EXCUSED-COUNT
029584         DISPLAY 'HELLODRV - SITE ' DRV-HOLD-SITE
029585             ' EXCUSED, REASON ' HLO-XCK-REASON
029586             ', NOT GREETED'
029587         MOVE DRV-HOLD-SITE TO DRV-SITE-CODE
029588         PERFORM 4600-LOG-EXCUSAL THRU 4600-EXIT
029589         GO TO 4200-CHECKPOINT
029590     END-IF.
029600     IF DRV-BEST-NOT-FOUND
029700         DISPLAY 'HELLODRV - SITE ' DRV-HOLD-SITE
029800             ' HAS NO GREETING IN EFFECT, NOT GREETED'
030500     END-IF.
030600     MOVE DRV-HOLD-SITE TO DRV-SITE-CODE.
030700     MOVE DRV-BEST-MESSAGE-TEXT TO DRV-MESSAGE-TEXT.
030710     MOVE DRV-BEST-LANG-AREA TO DRV-LANG-AREA.
030720     MOVE RETURN-CODE TO DRV-PEND-RETCODE.
030730     MOVE ZERO TO RETURN-CODE.
030800     CALL 'HELLOWORLD' USING DRV-SITE-CODE DRV-MESSAGE-TEXT
030810         DRV-LANG-AREA.
030820     IF RETURN-CODE = 2
030830         ADD 1 TO DRV-DUP-COUNT
030840         DISPLAY 'HELLODRV - SITE ' DRV-HOLD-SITE
030850             ' ALREADY GREETED TODAY, NOT REPEATED'
030860     ELSE
030900         ADD 1 TO DRV-SWEPT-COUNT
030901     END-IF.
030902     MOVE DRV-PEND-RETCODE TO RETURN-CODE.
030903 4200-CHECKPOINT.
030910     IF DRV-PARTITIONED
030920         MOVE DRV-HOLD-SITE TO DRV-PART-LAST-SITE
030930         MOVE 'R' TO DRV-PART-NEW-STATUS
030940         PERFORM 7000-POST-PARTITION-STATUS THRU 7000-EXIT
030950     ELSE
030960         PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT
030970     END-IF.
031100 4200-RESET.
031200     MOVE ZERO TO DRV-BEST-EFF-START.
031300     MOVE SPACES TO DRV-BEST-MESSAGE-TEXT.
031310     MOVE SPACES TO DRV-BEST-LANG-AREA.
031400     SET DRV-BEST-NOT-FOUND TO TRUE.
031500 4200-EXIT.
031600     EXIT.
031711 4300-EXIT.
031712     EXIT.
031720
031721*----------------------------------------------------------*
031722* 4400-CHECK-PARTITION-REGION                               *
031723*   LEAVES DRV-PART-HIT NONZERO WHEN THE HELD SITE'S       *
031724*   REGION IS ONE THIS PARTITION'S CARD NAMES.  A SITE THE *
031725*   DIRECTORY DOES NOT KNOW BELONGS TO NO REGION, SO EVERY *
031726*   PARTITION TAKES IT AND REPORTS IT HELD - IT MUST NOT   *
031727*   SLIP THROUGH UNREPORTED BETWEEN THE PARTITIONS.        *
031728*----------------------------------------------------------*
031729 4400-CHECK-PARTITION-REGION.
031730     MOVE ZERO TO DRV-PART-HIT.
031731     IF DRV-HOLD-REGION = '??'
031732         MOVE 1 TO DRV-PART-HIT
031733         GO TO 4400-EXIT
031734     END-IF.
031735     MOVE ZERO TO DRV-PART-SUB.
031736 4400-NEXT.
031737     ADD 1 TO DRV-PART-SUB.
031738     IF DRV-PART-SUB > DRV-PART-REGION-MAX
031739         GO TO 4400-EXIT
031740     END-IF.
031741     IF DRV-PART-REGION (DRV-PART-SUB) NOT = SPACES
031742         AND DRV-PART-REGION (DRV-PART-SUB) = DRV-HOLD-REGION
031743         MOVE DRV-PART-SUB TO DRV-PART-HIT
031744         GO TO 4400-EXIT
031745     END-IF.
031746     GO TO 4400-NEXT.
031747 4400-EXIT.
031748     EXIT.
031749
031750*----------------------------------------------------------*
031751* 4500-CHECK-EXCUSAL                                        *
031752*   ASKS HELLOXCK WHETHER THE HELD SITE, OR ITS REGION, IS *
031753*   EXCUSED ON THE SWEEP DATE.  A SITE THE DIRECTORY DOES  *
031754*   NOT KNOW CAN ONLY BE EXCUSED BY ITS OWN ENTRY.         *
031755*----------------------------------------------------------*
031756 4500-CHECK-EXCUSAL.
031757     SET HLO-XCK-CHECK TO TRUE.
031758     MOVE DRV-HOLD-SITE TO HLO-XCK-SITE-CODE.
031759     MOVE DRV-HOLD-REGION TO HLO-XCK-REGION.
031760     IF DRV-HOLD-REGION = '??'
031761         MOVE SPACES TO HLO-XCK-REGION
031762     END-IF.
031763     MOVE DRV-SYSTEM-DATE TO HLO-XCK-DATE.
031764     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
031765 4500-EXIT.
031766     EXIT.
031767
031768*----------------------------------------------------------*
031769* 4600-LOG-EXCUSAL                                          *
031770*   STAMPS AN EXCUSED RECORD, RETURN-CODE ZERO, INTO       *
031771*   HELLO-LOG FOR THE SITE.  LIKE THE WINDOW RECORDS IT    *
031772*   IS NOT COUNTED AS A GREETING RUN.                      *
031773*----------------------------------------------------------*
031774 4600-LOG-EXCUSAL.
031775     OPEN I-O HELLO-LOG.
031776     IF DRV-LOG-STATUS NOT = '00'
031777         DISPLAY 'HELLODRV - UNABLE TO LOG EXCUSAL, '
031778             'STATUS=' DRV-LOG-STATUS
031779         GO TO 4600-EXIT
031780     END-IF.
031781     ACCEPT DRV-SYSTEM-TIME FROM TIME.
031782     MOVE SPACES TO HLO-LOG-RECORD.
031783     MOVE DRV-SYSTEM-DATE TO HLO-LOG-RUN-DATE.
031784     MOVE DRV-SYSTEM-TIME TO HLO-LOG-RUN-TIME.
031785     MOVE DRV-JOB-NAME TO HLO-LOG-JOB-NAME.
031786     MOVE ZERO TO HLO-LOG-RETCODE.
031787     MOVE DRV-HOLD-SITE TO HLO-LOG-SITE-CODE.
031788     MOVE 'EXCUSED ' TO HLO-LOG-ACTION-CODE.
031789     SET HLO-SEQ-STAMP TO TRUE.
031790     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
031791     WRITE HLO-LOG-RECORD
031792         INVALID KEY
031793             PERFORM 6150-RETRY-LOG-WRITE THRU 6150-EXIT
031794     END-WRITE.
031795     PERFORM 6160-POST-LOG-CHAIN THRU 6160-EXIT.
031796     CLOSE HELLO-LOG.
031797 4600-EXIT.
031798     EXIT.
031799
031800*----------------------------------------------------------*
031900* 5000-CLEAR-CHECKPOINT                                     *
032000*   A SWEEP THAT REACHED END-OF-FILE CLEARS THE RESTART    *
033200     END-IF.
033300 5000-EXIT.
033400     EXIT.
033401
033402*----------------------------------------------------------*
033403* 5100-RELEASE-SWEEP-LOCK                                   *
033404*   THE SWEEP REACHED END-OF-FILE - GIVES UP ITS HOLD.     *
033405*----------------------------------------------------------*
033406 5100-RELEASE-SWEEP-LOCK.
033407     OPEN I-O STREAM-CONTROL.
033408     IF DRV-LOCK-STATUS NOT = '00'
033409         GO TO 5100-EXIT
033410     END-IF.
033411     MOVE SPACES TO HLO-LOCK-RECORD.
033412     SET HLO-LOCK-SWEEP TO TRUE.
033413     MOVE DRV-PART-ID TO HLO-LOCK-QUALIFIER.
033414     DELETE STREAM-CONTROL
033415         INVALID KEY
033416             CONTINUE
033417     END-DELETE.
033418     CLOSE STREAM-CONTROL.
033419 5100-EXIT.
033420     EXIT.
033500
033600*----------------------------------------------------------*
033700* 6000-POST-COMPLETION                                      *
034800         WRITE DRV-DONE-RECORD
034900         CLOSE DONE-FLAG
034910         PERFORM 6100-LOG-COMPLETION THRU 6100-EXIT
034920         PERFORM 6200-RELEASE-WINDOW-LOCK THRU 6200-EXIT
035000     ELSE
035100         DISPLAY 'HELLODRV - UNABLE TO OPEN DONE-FLAG, STATUS='
035200             DRV-DONE-STATUS
037700     MOVE RETURN-CODE TO HLO-LOG-RETCODE.
037800     MOVE SPACES TO HLO-LOG-SITE-CODE.
037900     MOVE 'WINDONE ' TO HLO-LOG-ACTION-CODE.
037910     SET HLO-SEQ-STAMP TO TRUE.
037920     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
038000     WRITE HLO-LOG-RECORD
038100         INVALID KEY
038200             PERFORM 6150-RETRY-LOG-WRITE THRU 6150-EXIT
038300     END-WRITE.
038310     PERFORM 6160-POST-LOG-CHAIN THRU 6160-EXIT.
038400     CLOSE HELLO-LOG.
038500 6100-EXIT.
038600     EXIT.
040300         GO TO 6150-EXIT
040400     END-IF.
040500     ADD 1 TO HLO-LOG-RUN-TIME.
040510     SET HLO-SEQ-STAMP TO TRUE.
040520     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
040600     WRITE HLO-LOG-RECORD
040700         INVALID KEY
040800             GO TO 6150-RETRY
040900     END-WRITE.
041000 6150-EXIT.
041100     EXIT.
041101
041102*----------------------------------------------------------*
041103* 6160-POST-LOG-CHAIN                                       *
041104*   A RECORD THAT LANDED BECOMES THE LAST LINK IN THE      *
041105*   HELLO-LOG CHAIN; ONE THAT DID NOT GIVES ITS SEQUENCE   *
041106*   NUMBER BACK.                                           *
041107*----------------------------------------------------------*
041108 6160-POST-LOG-CHAIN.
041109     IF DRV-LOG-STATUS = '00'
041110         SET HLO-SEQ-POST TO TRUE
041111     ELSE
041112         SET HLO-SEQ-DROP TO TRUE
041113     END-IF.
041114     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
041115 6160-EXIT.
041116     EXIT.
041117
041118*----------------------------------------------------------*
041119* 6170-CALL-HELLOSEQ                                        *
041120*   THE RETURN CODE THIS PROGRAM HAS SET SO FAR IS KEPT    *
041121*   ACROSS THE CALL.                                       *
041122*----------------------------------------------------------*
041123 6170-CALL-HELLOSEQ.
041124     MOVE RETURN-CODE TO DRV-SAVE-RETCODE.
041125     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
041126     MOVE DRV-SAVE-RETCODE TO RETURN-CODE.
041127 6170-EXIT.
041128     EXIT.
041200
041300*----------------------------------------------------------*
041400* 6200-RELEASE-WINDOW-LOCK                                  *
041500*   HELLO.DONE IS POSTED, SO THE WINDOW HELLOCTL OPENED IS *
041600*   OVER - GIVES UP THE WINDOW HOLD ON THE STREAM.         *
041700*----------------------------------------------------------*
041800 6200-RELEASE-WINDOW-LOCK.
041900     OPEN I-O STREAM-CONTROL.
042000     IF DRV-LOCK-STATUS NOT = '00'
042100         GO TO 6200-EXIT
042200     END-IF.
042300     MOVE SPACES TO HLO-LOCK-RECORD.
042400     SET HLO-LOCK-WINDOW TO TRUE.
042500     DELETE STREAM-CONTROL
042600         INVALID KEY
042700             CONTINUE
042800     END-DELETE.
042900     CLOSE STREAM-CONTROL.
043000 6200-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------*
043400* 7000-POST-PARTITION-STATUS                                *
043500*   WRITES OR REWRITES THIS PARTITION'S RECORD FOR THE     *
043600*   SWEEP DATE WITH THE STATUS IN DRV-PART-NEW-STATUS - R  *
043700*   AT START AND AFTER EVERY SITE GREETED (THE RESTART     *
043800*   CHECKPOINT), C AT END-OF-FILE, F WHEN THE JOB COULD    *
043900*   NOT SWEEP.  A FAILED POSTING KEEPS THE LAST SITE AND   *
044000*   COUNTS ALREADY ON FILE, SO THE RERUN STILL RESUMES     *
044100*   WHERE THE LAST GOOD RUN LEFT OFF.  OPENED AND CLOSED   *
044200*   PER POSTING, LIKE THE ONE-STEP CHECKPOINT.             *
044300*----------------------------------------------------------*
044400 7000-POST-PARTITION-STATUS.
044500     SET DRV-PTN-NOT-POSTED TO TRUE.
044600     OPEN I-O PARTITION-STATUS.
044700     IF DRV-PTN-STATUS = '35' OR DRV-PTN-STATUS = '05'
044800         OPEN OUTPUT PARTITION-STATUS
044900         CLOSE PARTITION-STATUS
045000         OPEN I-O PARTITION-STATUS
045100     END-IF.
045200     IF DRV-PTN-STATUS NOT = '00'
045300         DISPLAY 'HELLODRV - UNABLE TO OPEN PARTITION-STATUS, '
045400             'STATUS=' DRV-PTN-STATUS
045500         GO TO 7000-EXIT
045600     END-IF.
045700     SET DRV-PTN-ON-FILE TO TRUE.
045800     MOVE DRV-SYSTEM-DATE TO HLO-PART-SWEEP-DATE.
045900     MOVE DRV-PART-ID TO HLO-PART-ID.
046000     READ PARTITION-STATUS
046100         INVALID KEY
046200             SET DRV-PTN-NOT-ON-FILE TO TRUE
046300             MOVE SPACES TO HLO-PART-RECORD
046400             MOVE DRV-SYSTEM-DATE TO HLO-PART-SWEEP-DATE
046500             MOVE DRV-PART-ID TO HLO-PART-ID
046600             MOVE ZERO TO HLO-PART-GREETED-COUNT
046700             MOVE ZERO TO HLO-PART-HELD-COUNT
046800     END-READ.
046900     MOVE DRV-PART-NEW-STATUS TO HLO-PART-STATUS.
047000     MOVE DRV-PART-REGION-LIST TO HLO-PART-REGION-LIST.
047100     MOVE DRV-JOB-NAME TO HLO-PART-JOB-NAME.
047200     MOVE DRV-PART-START-TIME TO HLO-PART-START-TIME.
047300     MOVE ZERO TO HLO-PART-END-TIME.
047400     IF NOT HLO-PART-RUNNING
047500         ACCEPT DRV-SYSTEM-TIME FROM TIME
047600         MOVE DRV-SYSTEM-TIME TO HLO-PART-END-TIME
047700     END-IF.
047800     IF NOT HLO-PART-FAILED
047900         MOVE DRV-PART-LAST-SITE TO HLO-PART-LAST-SITE
048000         COMPUTE HLO-PART-GREETED-COUNT =
048100             DRV-PRIOR-GREETED + DRV-SWEPT-COUNT
048200         COMPUTE HLO-PART-HELD-COUNT =
048300             DRV-PRIOR-HELD + DRV-HELD-COUNT
048400     END-IF.
048500     MOVE RETURN-CODE TO HLO-PART-RETCODE.
048600     IF DRV-PTN-ON-FILE
048700         REWRITE HLO-PART-RECORD
048800     ELSE
048900         WRITE HLO-PART-RECORD
049000     END-IF.
049100     IF DRV-PTN-STATUS = '00'
049200         SET DRV-PTN-POSTED TO TRUE
049300         IF NOT HLO-PART-RUNNING
049400             SET DRV-PART-CLOSED TO TRUE
049500         END-IF
049600     ELSE
049700         DISPLAY 'HELLODRV - UNABLE TO POST PARTITION-STATUS, '
049800             'STATUS=' DRV-PTN-STATUS
049900     END-IF.
050000     CLOSE PARTITION-STATUS.
050100 7000-EXIT.
050200     EXIT.
