002180*                 WHOSE OWN DATA IS FINE, FOR HOURS.  THE   *
002190*                 WINOPEN/REGFAIL DECISIONS CARRY THE       *
002191*                 REGION IN THE LOG SITE-CODE FIELD.        *
002192* 10/15/26  RLT   WILL NOT TOUCH THE FLAGS OR OPEN THE      *
002193*                 WINDOW WHILE A LOAD OR BACKOUT HOLDS THE  *
002194*                 STREAM - LOGS STRMHELD AND ENDS WITH      *
002195*                 RETURN-CODE 12.  HOLDS THE STREAM AS      *
002196*                 WINDOW ONCE ANY REGION IS OPENED; THE     *
002197*                 HELLO.DONE POSTING GIVES IT UP.           *
002200* 10/15/26  RLT   EVERY DECISION RECORD IS NOW STAMPED WITH *
002210*                 THE HELLO-LOG SEQUENCE NUMBER AND CHAINED *
002220*                 CHECK VALUE THROUGH HELLOSEQ.             *
002230*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS HLO-LOG-KEY
004800         FILE STATUS IS HCT-LOG-STATUS.
004810
004820     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
004830         ORGANIZATION IS INDEXED
004840         ACCESS MODE IS DYNAMIC
004850         RECORD KEY IS HLO-LOCK-KEY
004860         FILE STATUS IS HCT-LOCK-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
007600 FD  HELLO-LOG
007700     LABEL RECORDS ARE OMITTED.
007800     COPY HLOLOG.
007810
007820 FD  STREAM-CONTROL
007830     LABEL RECORDS ARE OMITTED.
007840     COPY HLOLOCK.
007900
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------*
008700 01  HCT-PARM-STATUS            PIC X(02).
008800 01  HCT-LOG-STATUS             PIC X(02).
008810 01  HCT-DIR-STATUS             PIC X(02).
008811 01  HCT-LOCK-STATUS            PIC X(02).
008820 01  HCT-DIR-EOF-SW             PIC X(01).
008830     88  HCT-DIR-EOF            VALUE 'Y'.
008840     88  HCT-DIR-NOT-EOF        VALUE 'N'.
010000     88  HCT-ENV-BAD            VALUE 'N'.
010100 01  HCT-DECISION-CODE          PIC X(08).
010110 77  HCT-LOG-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
010120
010130*----------------------------------------------------------*
010140* HELLO-LOG SEQUENCE/CHAIN CALL AREA (HELLOSEQ)            *
010150*----------------------------------------------------------*
010160 77  HCT-SAVE-RETCODE           PIC S9(04) COMP VALUE ZERO.
010170     COPY HLOSEQ.
010200
010300 PROCEDURE DIVISION.
010400*----------------------------------------------------------*
012100     MOVE HCT-SYSTEM-DATE TO HCT-TODAY-X.
012200     ACCEPT HCT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
012205     MOVE SPACES TO HCT-DECISION-REGION.
012206     PERFORM 1200-CHECK-STREAM-LOCK THRU 1200-EXIT.
012210     PERFORM 1100-CLEAR-START-FLAG THRU 1100-EXIT.
012300 1000-EXIT.
012400     EXIT.
012507 1100-EXIT.
012508     EXIT.
012509
012510*----------------------------------------------------------*
012511* 1200-CHECK-STREAM-LOCK                                    *
012512*   AN APPROVAL SITTING OR A BACKOUT STILL HOLDING THE     *
012513*   STREAM MEANS SITE-MASTER IS PART WAY THROUGH A CHANGE. *
012514*   THE WINDOW IS NOT OPENED ON IT: THE DECISION IS LOGGED *
012515*   STRMHELD AND THE STEP ENDS WITH RETURN-CODE 12 BEFORE  *
012516*   YESTERDAY'S FLAG OR SEMAPHORE IS TOUCHED, SO THE RERUN *
012517*   AFTER THE LOAD FINISHES STARTS FROM A CLEAN SLATE.     *
012518*----------------------------------------------------------*
012519 1200-CHECK-STREAM-LOCK.
012520     OPEN INPUT STREAM-CONTROL.
012521     IF HCT-LOCK-STATUS = '35'
012522         GO TO 1200-EXIT
012523     END-IF.
012524     IF HCT-LOCK-STATUS NOT = '00'
012525         DISPLAY 'HELLOCTL - UNABLE TO OPEN STREAM-CONTROL, '
012526             'STATUS=' HCT-LOCK-STATUS
012527         MOVE 16 TO RETURN-CODE
012528         STOP RUN
012529     END-IF.
012530 1200-NEXT.
012531     READ STREAM-CONTROL NEXT RECORD
012532         AT END
012533             CLOSE STREAM-CONTROL
012534             GO TO 1200-EXIT
012535     END-READ.
012536     IF NOT HLO-LOCK-LOAD AND NOT HLO-LOCK-BACKOUT
012537         GO TO 1200-NEXT
012538     END-IF.
012539     CLOSE STREAM-CONTROL.
012540     DISPLAY 'HELLOCTL - STREAM HELD BY ' HLO-LOCK-HOLDER ' '
012541         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
012542         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
012543     DISPLAY 'HELLOCTL - WINDOW NOT OPENED, RERUN WHEN THE '
012544         'STREAM IS FREE.'.
012545     MOVE 12 TO RETURN-CODE.
012546     MOVE 'STRMHELD' TO HCT-DECISION-CODE.
012547     PERFORM 5000-WRITE-LOG-DECISION THRU 5000-EXIT.
012548     STOP RUN.
012549 1200-EXIT.
012550     EXIT.
012551
012600*----------------------------------------------------------*
012700* 2000-CHECK-SEMAPHORE                                      *
012800*   READS THE HELLO.DONE LEFT FROM THE PRIOR WINDOW.  A    *
024460             MOVE 8 TO RETURN-CODE
024470         END-IF
024480     END-IF.
024490     IF HCT-OPENED-COUNT NOT = ZERO
024500         PERFORM 4200-TAKE-STREAM-LOCK THRU 4200-EXIT
024510     END-IF.
024700 4000-EXIT.
024800     EXIT.
024810
024871 4100-EXIT.
024872     EXIT.
024900
024901*----------------------------------------------------------*
024902* 4200-TAKE-STREAM-LOCK                                     *
024903*   HOLDS THE STREAM AS WINDOW FROM THE MOMENT A REGION IS *
024904*   OPENED UNTIL HELLO.DONE IS POSTED, SO NO MAINTENANCE,  *
024905*   LOAD OR BACKOUT RUNS WHILE SITES ARE BEING GREETED.    *
024906*   A RERUN OF THE CONTROLLER SIMPLY RESTAMPS THE HOLD.    *
024907*----------------------------------------------------------*
024908 4200-TAKE-STREAM-LOCK.
024909     OPEN I-O STREAM-CONTROL.
024910     IF HCT-LOCK-STATUS = '35' OR HCT-LOCK-STATUS = '05'
024911         OPEN OUTPUT STREAM-CONTROL
024912         CLOSE STREAM-CONTROL
024913         OPEN I-O STREAM-CONTROL
024914     END-IF.
024915     IF HCT-LOCK-STATUS NOT = '00'
024916         DISPLAY 'HELLOCTL - UNABLE TO OPEN STREAM-CONTROL, '
024917             'STATUS=' HCT-LOCK-STATUS
024918         MOVE 16 TO RETURN-CODE
024919         GO TO 4200-EXIT
024920     END-IF.
024921     MOVE SPACES TO HLO-LOCK-RECORD.
024922     SET HLO-LOCK-WINDOW TO TRUE.
024923     MOVE HCT-JOB-NAME TO HLO-LOCK-JOB-NAME.
024924     MOVE 'HELLOCTL' TO HLO-LOCK-PROGRAM.
024925     MOVE HCT-SYSTEM-DATE TO HLO-LOCK-DATE.
024926     ACCEPT HCT-SYSTEM-TIME FROM TIME.
024927     MOVE HCT-SYSTEM-TIME TO HLO-LOCK-TIME.
024928     WRITE HLO-LOCK-RECORD
024929         INVALID KEY
024930             REWRITE HLO-LOCK-RECORD
024931     END-WRITE.
024932     CLOSE STREAM-CONTROL.
024933 4200-EXIT.
024934     EXIT.
024935
025000*----------------------------------------------------------*
025100* 5000-WRITE-LOG-DECISION                                   *
025200*   ONE HELLO-LOG RECORD PER DECISION, STAMPED WITH A      *
027300     MOVE RETURN-CODE TO HLO-LOG-RETCODE.
027400     MOVE HCT-DECISION-REGION TO HLO-LOG-SITE-CODE.
027500     MOVE HCT-DECISION-CODE TO HLO-LOG-ACTION-CODE.
027510     SET HLO-SEQ-STAMP TO TRUE.
027520     PERFORM 5300-CALL-HELLOSEQ THRU 5300-EXIT.
027600     WRITE HLO-LOG-RECORD
027700         INVALID KEY
027800             PERFORM 5100-RETRY-LOG-WRITE THRU 5100-EXIT
028000     END-WRITE.
028010     PERFORM 5200-POST-LOG-CHAIN THRU 5200-EXIT.
028100     CLOSE HELLO-LOG.
028200 5000-EXIT.
028300     EXIT.
028460         GO TO 5100-EXIT
028470     END-IF.
028480     ADD 1 TO HLO-LOG-RUN-TIME.
028481     SET HLO-SEQ-STAMP TO TRUE.
028482     PERFORM 5300-CALL-HELLOSEQ THRU 5300-EXIT.
028490     WRITE HLO-LOG-RECORD
028500         INVALID KEY
028510             GO TO 5100-RETRY
028520     END-WRITE.
028530 5100-EXIT.
028540     EXIT.
028600
028700*----------------------------------------------------------*
028800* 5200-POST-LOG-CHAIN                                       *
028900*   A RECORD THAT LANDED BECOMES THE LAST LINK IN THE      *
029000*   HELLO-LOG CHAIN; ONE THAT DID NOT GIVES ITS SEQUENCE   *
029100*   NUMBER BACK.                                           *
029200*----------------------------------------------------------*
029300 5200-POST-LOG-CHAIN.
029400     IF HCT-LOG-STATUS = '00'
029500         SET HLO-SEQ-POST TO TRUE
029600     ELSE
029700         SET HLO-SEQ-DROP TO TRUE
029800     END-IF.
029900     PERFORM 5300-CALL-HELLOSEQ THRU 5300-EXIT.
030000 5200-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------*
030400* 5300-CALL-HELLOSEQ                                        *
030500*   THE RETURN CODE THIS PROGRAM HAS SET SO FAR IS KEPT    *
030600*   ACROSS THE CALL.                                       *
030700*----------------------------------------------------------*
030800 5300-CALL-HELLOSEQ.
030900     MOVE RETURN-CODE TO HCT-SAVE-RETCODE.
031000     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
031100     MOVE HCT-SAVE-RETCODE TO RETURN-CODE.
031200 5300-EXIT.
031300     EXIT.
