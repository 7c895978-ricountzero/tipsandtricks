001800*                 IS DELETED.  AFTER A CLEAN BACKOUT THE    *
001900*                 WHOLE TRANSACTION FILE CAN SIMPLY BE      *
002000*                 RESUBMITTED.                              *
002005* 10/15/26  RLT   THE LOADER NO LONGER APPLIES - CHANGES    *
002010*                 GO LIVE ONLY WHEN APPROVED IN HELLOAPV,   *
002015*                 WHICH NOW WRITES BKUPDD BEFORE THE FIRST  *
002020*                 CHANGE TO EACH KEY IN A SITTING.  THIS    *
002025*                 BACKS OUT AN APPROVAL SITTING; THE        *
002030*                 LAYOUT AND LOGIC ARE UNCHANGED.           *
002035* 10/15/26  RLT   REFUSES TO RUN, RETURN-CODE 12, WHILE ANY *
002040*                 HOLDER IS ON THE STREAM-CONTROL DATASET,  *
002045*                 AND HOLDS THE STREAM AS BACKOUT WHILE IT  *
002050*                 PUTS THE MASTER BACK.                     *
002055* 10/15/26  RLT   SITE-MASTER RECORD IS NOW 120 BYTES WITH  *
002060*                 THE SECOND-LANGUAGE GREETING; THE BACKUP  *
002065*                 IMAGE AND HOLD AREA GROW TO MATCH.        *
002070* 10/15/26  RLT   A BACKOUT HOLD ALREADY ON FILE WHEN THIS  *
002075*                 RUN GOES TO TAKE ITS OWN NOW FAILS THE    *
002080*                 RUN WITH RETURN-CODE 12 INSTEAD OF BEING  *
002085*                 TAKEN OVER.                               *
002100*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003500     SELECT REPORT-FILE ASSIGN TO "RPTDD"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS HBK-RPT-STATUS.
003710
003720     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
003730         ORGANIZATION IS INDEXED
003740         ACCESS MODE IS DYNAMIC
003750         RECORD KEY IS HLO-LOCK-KEY
003760         FILE STATUS IS HBK-LOCK-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004800     05  HBK-BKP-EXIST-SW       PIC X(01).
004900         88  HBK-BKP-WAS-ON-FILE VALUE 'Y'.
005000         88  HBK-BKP-NOT-ON-FILE VALUE 'N'.
005100     05  HBK-BKP-IMAGE          PIC X(120).
005200     05  FILLER                PIC X(19).
005300
005400 FD  REPORT-FILE
005500     LABEL RECORDS ARE OMITTED.
005600 01  HBK-REPORT-LINE            PIC X(132).
005610
005620 FD  STREAM-CONTROL
005630     LABEL RECORDS ARE OMITTED.
005640     COPY HLOLOCK.
005700
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------*
006200 01  HBK-PARM-STATUS            PIC X(02).
006300 01  HBK-BKP-STATUS             PIC X(02).
006400 01  HBK-RPT-STATUS             PIC X(02).
006410 01  HBK-LOCK-STATUS            PIC X(02).
006500 01  HBK-BKP-EOF-SW             PIC X(01).
006600     88  HBK-BKP-EOF            VALUE 'Y'.
006700     88  HBK-BKP-NOT-EOF        VALUE 'N'.
007300* IMAGE HOLD AREA - THE BACKUP IMAGE IS A FULL SITE-MASTER *
007400* RECORD, OVERLAID HERE SO ITS KEY FIELDS CAN BE USED.     *
007500*----------------------------------------------------------*
007600 01  HBK-HOLD-IMAGE             PIC X(120).
007700 01  HBK-HOLD-PARM REDEFINES HBK-HOLD-IMAGE.
007800     05  HBK-HOLD-SITE-CODE     PIC X(05).
007900     05  HBK-HOLD-EFF-START     PIC 9(08).
008000     05  FILLER                PIC X(107).
008010
008020*----------------------------------------------------------*
008030* STREAM HOLD STAMP                                        *
008040*----------------------------------------------------------*
008050 01  HBK-JOB-NAME               PIC X(08).
008060 01  HBK-SYSTEM-DATE            PIC 9(08).
008070 01  HBK-SYSTEM-TIME            PIC 9(08).
008100
008200*----------------------------------------------------------*
008300* RUN COUNTERS                                             *
011500 1000-INITIALIZE.
011600     SET HBK-INIT-OK TO TRUE.
011700     SET HBK-BKP-NOT-EOF TO TRUE.
011710     ACCEPT HBK-SYSTEM-DATE FROM DATE YYYYMMDD.
011720     ACCEPT HBK-JOB-NAME FROM ENVIRONMENT "JOBNAME".
011730     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
011740     IF HBK-INIT-BAD
011750         GO TO 1000-EXIT
011760     END-IF.
011800     OPEN INPUT BACKUP-FILE.
011900     IF HBK-BKP-STATUS NOT = '00'
012000         DISPLAY 'HELLOBKO - UNABLE TO OPEN BACKUP-FILE, '
013900         MOVE 16 TO RETURN-CODE
014000         GO TO 1000-EXIT
014100     END-IF.
014110     PERFORM 1200-TAKE-STREAM-LOCK THRU 1200-EXIT.
014120     IF HBK-INIT-BAD
014130         GO TO 1000-EXIT
014140     END-IF.
014200     MOVE SPACES TO HBK-REPORT-LINE.
014300     STRING 'HELLOBKO SITE-MASTER LOAD BACKOUT'
014400            DELIMITED BY SIZE INTO HBK-REPORT-LINE.
014600     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
014700 1000-EXIT.
014800     EXIT.
014801
014802*----------------------------------------------------------*
014803* 1100-CHECK-STREAM-LOCK                                    *
014804*   A BACKOUT MAY NOT START WHILE ANYTHING HOLDS THE       *
014805*   STREAM - AN OPEN WINDOW, A SWEEP, AN APPROVAL SITTING, *
014806*   OR ANOTHER BACKOUT.  A HELD STREAM FAILS THE RUN WITH  *
014807*   RETURN-CODE 12 BEFORE A FILE IS OPENED.                *
014808*----------------------------------------------------------*
014809 1100-CHECK-STREAM-LOCK.
014810     OPEN INPUT STREAM-CONTROL.
014811     IF HBK-LOCK-STATUS = '35'
014812         GO TO 1100-EXIT
014813     END-IF.
014814     IF HBK-LOCK-STATUS NOT = '00'
014815         DISPLAY 'HELLOBKO - UNABLE TO OPEN STREAM-CONTROL, '
014816             'STATUS=' HBK-LOCK-STATUS
014817         SET HBK-INIT-BAD TO TRUE
014818         MOVE 16 TO RETURN-CODE
014819         GO TO 1100-EXIT
014820     END-IF.
014821     READ STREAM-CONTROL NEXT RECORD
014822         AT END
014823             CLOSE STREAM-CONTROL
014824             GO TO 1100-EXIT
014825     END-READ.
014826     CLOSE STREAM-CONTROL.
014827     DISPLAY 'HELLOBKO - STREAM HELD BY ' HLO-LOCK-HOLDER ' '
014828         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
014829         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
014830     DISPLAY 'HELLOBKO - BACKOUT NOT RUN, RESUBMIT WHEN THE '
014831         'STREAM IS FREE.'.
014832     SET HBK-INIT-BAD TO TRUE.
014833     MOVE 12 TO RETURN-CODE.
014834 1100-EXIT.
014835     EXIT.
014836
014837*----------------------------------------------------------*
014838* 1200-TAKE-STREAM-LOCK                                     *
014839*   HOLDS THE STREAM AS BACKOUT UNTIL 8000-TERMINATE, SO   *
014840*   NO WINDOW, SWEEP OR MAINTENANCE STARTS WHILE THE       *
014841*   MASTER IS HALF PUT BACK.                               *
014842*----------------------------------------------------------*
014843 1200-TAKE-STREAM-LOCK.
014844     OPEN I-O STREAM-CONTROL.
014845     IF HBK-LOCK-STATUS = '35' OR HBK-LOCK-STATUS = '05'
014846         OPEN OUTPUT STREAM-CONTROL
014847         CLOSE STREAM-CONTROL
014848         OPEN I-O STREAM-CONTROL
014849     END-IF.
014850     IF HBK-LOCK-STATUS NOT = '00'
014851         DISPLAY 'HELLOBKO - UNABLE TO OPEN STREAM-CONTROL, '
014852             'STATUS=' HBK-LOCK-STATUS
014853         SET HBK-INIT-BAD TO TRUE
014854         MOVE 16 TO RETURN-CODE
014855         GO TO 1200-EXIT
014856     END-IF.
014857     MOVE SPACES TO HLO-LOCK-RECORD.
014858     SET HLO-LOCK-BACKOUT TO TRUE.
014859     MOVE HBK-JOB-NAME TO HLO-LOCK-JOB-NAME.
014860     MOVE 'HELLOBKO' TO HLO-LOCK-PROGRAM.
014861     MOVE HBK-SYSTEM-DATE TO HLO-LOCK-DATE.
014862     ACCEPT HBK-SYSTEM-TIME FROM TIME.
014863     MOVE HBK-SYSTEM-TIME TO HLO-LOCK-TIME.
014864     WRITE HLO-LOCK-RECORD
014865         INVALID KEY
014866             GO TO 1200-HELD
014867     END-WRITE.
014868     IF HBK-LOCK-STATUS NOT = '00'
014869         DISPLAY 'HELLOBKO - UNABLE TO WRITE STREAM-CONTROL, '
014870             'STATUS=' HBK-LOCK-STATUS
014871         CLOSE STREAM-CONTROL
014872         SET HBK-INIT-BAD TO TRUE
014873         MOVE 16 TO RETURN-CODE
014874         GO TO 1200-EXIT
014875     END-IF.
014876     CLOSE STREAM-CONTROL.
014877     GO TO 1200-EXIT.
014878 1200-HELD.
014879     READ STREAM-CONTROL
014880         INVALID KEY
014881             CONTINUE
014882     END-READ.
014883     CLOSE STREAM-CONTROL.
014884     DISPLAY 'HELLOBKO - STREAM HELD BY ' HLO-LOCK-HOLDER ' '
014885         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
014886         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
014887     DISPLAY 'HELLOBKO - BACKOUT NOT RUN, RESUBMIT WHEN THE '
014888         'STREAM IS FREE.'.
014889     SET HBK-INIT-BAD TO TRUE.
014890     MOVE 12 TO RETURN-CODE.
014891 1200-EXIT.
014892     EXIT.
014900
015000*----------------------------------------------------------*
015100* 2000-BACK-OUT-ONE-KEY                                     *
025400         CLOSE BACKUP-FILE
025500         CLOSE SITE-MASTER
025600         CLOSE REPORT-FILE
025610         PERFORM 8100-RELEASE-STREAM-LOCK THRU 8100-EXIT
025700     END-IF.
025800 8000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------*
026200* 8100-RELEASE-STREAM-LOCK                                  *
026300*   GIVES UP THE BACKOUT'S HOLD ON THE STREAM.             *
026400*----------------------------------------------------------*
026500 8100-RELEASE-STREAM-LOCK.
026600     OPEN I-O STREAM-CONTROL.
026700     IF HBK-LOCK-STATUS NOT = '00'
026800         GO TO 8100-EXIT
026900     END-IF.
027000     MOVE SPACES TO HLO-LOCK-RECORD.
027100     SET HLO-LOCK-BACKOUT TO TRUE.
027200     DELETE STREAM-CONTROL
027300         INVALID KEY
027400             CONTINUE
027500     END-DELETE.
027600     CLOSE STREAM-CONTROL.
027700 8100-EXIT.
027800     EXIT.
