001800*                 REJECT WORKED WITH TODAY'S DATE.  THE     *
001900*                 OLD FIX PATH WAS RETYPING THE SITE INTO   *
002000*                 HELLOMNT AND HOPING SOMEBODY REMEMBERED.  *
002010* 10/15/26  RLT   REFUSES WITH RETURN-CODE 12 WHILE THE     *
002020*                 STREAM-CONTROL DATASET SHOWS THE STREAM   *
002030*                 HELD - WINDOW OPEN, SWEEP RUNNING, LOAD   *
002040*                 APPLYING, OR BACKOUT RUNNING.             *
002050* 10/15/26  RLT   SHOWS WHICH LANGUAGE OF A BILINGUAL       *
002060*                 GREETING WAS REJECTED AND CUTS THE CHG    *
002070*                 FOR THAT LANGUAGE ONLY, SO THE OTHER      *
002080*                 TRANSLATION IS LEFT ALONE.                *
002100*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003100     SELECT CORR-TRANS ASSIGN TO "CORRDD"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS HWK-CORR-STATUS.
003310
003320     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
003330         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS SEQUENTIAL
003350         RECORD KEY IS HLO-LOCK-KEY
003360         FILE STATUS IS HWK-LOCK-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004100 FD  CORR-TRANS
004200     LABEL RECORDS ARE OMITTED.
004300     COPY HLOTRAN.
004310
004320 FD  STREAM-CONTROL
004330     LABEL RECORDS ARE OMITTED.
004340     COPY HLOLOCK.
004400
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------*
004800*----------------------------------------------------------*
004900 01  HWK-REJ-STATUS             PIC X(02).
005000 01  HWK-CORR-STATUS            PIC X(02).
005010 01  HWK-LOCK-STATUS            PIC X(02).
005100 01  HWK-REJ-EOF-SW             PIC X(01).
005200     88  HWK-REJ-EOF            VALUE 'Y'.
005300     88  HWK-REJ-NOT-EOF        VALUE 'N'.
010500     SET HWK-NOT-QUIT TO TRUE.
010600     ACCEPT HWK-SYSTEM-DATE FROM DATE YYYYMMDD.
010700     DISPLAY 'HELLOWRK - REJECT QUEUE WORK-OFF'.
010710     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
010800     OPEN I-O HELLO-REJECT.
010900     IF HWK-REJ-STATUS = '35' OR HWK-REJ-STATUS = '05'
011000         DISPLAY 'NO REJECT QUEUE ON FILE - NOTHING TO WORK.'
013300     END-START.
013400 1000-EXIT.
013500     EXIT.
013501
013502*----------------------------------------------------------*
013503* 1100-CHECK-STREAM-LOCK                                    *
013504*   NO CORRECTION IS CUT WHILE ANYTHING HOLDS THE STREAM - *
013505*   AN OPEN WINDOW, A SWEEP, A LOAD BEING APPLIED, OR A    *
013506*   BACKOUT.  A HELD STREAM ENDS THE SITTING BEFORE THE    *
013507*   QUEUE IS OPENED, WITH RETURN-CODE 12.                  *
013508*----------------------------------------------------------*
013509 1100-CHECK-STREAM-LOCK.
013510     OPEN INPUT STREAM-CONTROL.
013511     IF HWK-LOCK-STATUS = '35'
013512         GO TO 1100-EXIT
013513     END-IF.
013514     IF HWK-LOCK-STATUS NOT = '00'
013515         DISPLAY 'HELLOWRK - UNABLE TO OPEN STREAM-CONTROL, '
013516             'STATUS=' HWK-LOCK-STATUS
013517         MOVE 16 TO RETURN-CODE
013518         STOP RUN
013519     END-IF.
013520     READ STREAM-CONTROL NEXT RECORD
013521         AT END
013522             CLOSE STREAM-CONTROL
013523             GO TO 1100-EXIT
013524     END-READ.
013525     CLOSE STREAM-CONTROL.
013526     DISPLAY 'STREAM HELD BY ' HLO-LOCK-HOLDER ' '
013527         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
013528         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
013529     DISPLAY 'REJECT WORK-OFF NOT ALLOWED WHILE THE STREAM IS '
013530         'HELD.'.
013531     MOVE 12 TO RETURN-CODE.
013532     STOP RUN.
013533 1100-EXIT.
013534     EXIT.
013600
013700*----------------------------------------------------------*
013800* 2000-WORK-ONE-REJECT                                      *
015800     DISPLAY 'OPEN REJECT  SITE ' HLO-REJ-SITE-CODE
015900         '  DATE ' HLO-REJ-RUN-DATE
016000         '  REASON ' HLO-REJ-REASON-CODE.
016100     DISPLAY '  EFF-START ' HLO-REJ-EFF-START
016110         '  LANG ' HLO-REJ-LANG.
016200     DISPLAY '  REJECTED TEXT: ' HLO-REJ-MESSAGE-TEXT.
016300     DISPLAY 'WORK THIS REJECT (Y = WORK, N = LEAVE OPEN, '
016400         'Q = QUIT): ' WITH NO ADVANCING.
018000*   PERIOD, CUTS THE CHG TRANSACTION FOR THE NEXT LOADER   *
018100*   RUN, AND MARKS THE REJECT WORKED.  THE RECORDED        *
018200*   EFF-START IS THE DEFAULT TARGET PERIOD - ENTERING 0    *
018300*   KEEPS IT.  THE CHG NAMES THE REJECTED LANGUAGE, SO     *
018310*   ONLY THAT TRANSLATION OF THE PERIOD IS REPLACED.       *
018400*----------------------------------------------------------*
018500 3000-CAPTURE-CORRECTION.
018600     DISPLAY 'ENTER CORRECTED TEXT (UP TO 32 CHARACTERS): '
020500     MOVE HWK-EFF-START-IN TO HLO-TRAN-EFF-START.
020600     MOVE HWK-TEXT-IN TO HLO-TRAN-MESSAGE-TEXT.
020700     MOVE HWK-EFF-STOP-IN TO HLO-TRAN-EFF-STOP.
020710     MOVE HLO-REJ-LANG TO HLO-TRAN-LANG.
020800     WRITE HLO-TRAN-RECORD.
020900     SET HLO-REJ-WORKED TO TRUE.
021000     MOVE HWK-SYSTEM-DATE TO HLO-REJ-WORK-DATE.
