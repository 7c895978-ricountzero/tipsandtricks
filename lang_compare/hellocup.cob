002430*                 AND ONLY GREETS A MISSING SITE WHOSE OWN  *
002440*                 REGION IS OPEN - A SITE OF A HELD REGION  *
002450*                 IS LEFT FOR THAT REGION'S OWN CATCH-UP.   *
002452* 10/15/26  RLT   PASSES THE GREETING'S LANGUAGE CODES AND  *
002454*                 SECONDARY-LANGUAGE TEXT ON THE HELLOWORLD *
002456*                 CALL SO A BILINGUAL SITE SHOWS BOTH LINES *
002458*                 ON A CATCH-UP RUN TOO.                    *
002460* 10/15/26  RLT   A SITE HELLOWORLD FINDS ALREADY GREETED   *
002462*                 TODAY - ONE THAT RAN AFTER THIS STEP READ *
002464*                 HELLO-LOG - COMES BACK RETURN-CODE 2.  IT *
002466*                 IS COUNTED AND SHOWN AS A DUPLICATE, NOT  *
002468*                 AS CAUGHT UP, AND THE 2 DOES NOT REACH    *
002470*                 THE STEP'S OWN RETURN-CODE.               *
002472* 10/15/26  RLT   A MISSING SITE THE EXCUSAL REGISTER       *
002474*                 EXCUSES FOR TODAY, ITSELF OR BY ITS       *
002476*                 REGION, IS NOT GREETED.  IT IS COUNTED AS *
002478*                 EXCUSED AND AN EXCUSED RECORD IS LOGGED   *
002480*                 TO HELLO-LOG FOR IT, UNLESS THE SWEEP OR  *
002482*                 AN EARLIER CATCH-UP ALREADY LOGGED ONE    *
002484*                 TODAY.                                    *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
010200         10  HCU-SITE-SEEN-SW   PIC X(01).
010300             88  HCU-SITE-SEEN  VALUE 'Y'.
010400             88  HCU-SITE-NOT-SEEN VALUE 'N'.
010410             88  HCU-SITE-LOGGED-EXCUSED VALUE 'E'.
010500
010600*----------------------------------------------------------*
010700* RUN DATE, GREETING PICK, AND CALL PARAMETERS             *
010900 01  HCU-SYSTEM-DATE            PIC 9(08).
011000 01  HCU-BEST-EFF-START         PIC 9(08).
011100 01  HCU-BEST-MESSAGE-TEXT      PIC X(32).
011110 01  HCU-BEST-LANG-AREA.
011120     05  HCU-BEST-PRI-LANG      PIC X(02).
011130     05  HCU-BEST-SEC-LANG      PIC X(02).
011140     05  HCU-BEST-SEC-TEXT      PIC X(32).
011200 01  HCU-BEST-SW                PIC X(01).
011300     88  HCU-BEST-FOUND         VALUE 'Y'.
011400     88  HCU-BEST-NOT-FOUND     VALUE 'N'.
011500 01  HCU-CALL-SITE-CODE         PIC X(05).
011600 01  HCU-CALL-MESSAGE-TEXT      PIC X(32).
011610 01  HCU-CALL-LANG-AREA         PIC X(36).
011611
011612*----------------------------------------------------------*
011613* EXCUSAL CHECK (HELLOXCK) AND HELLO-LOG EXCUSED-RECORD    *
011614* STAMPING (HELLOSEQ) CALL AREAS                           *
011615*----------------------------------------------------------*
011616     COPY HLOXCK.
011617     COPY HLOSEQ.
011618 77  HCU-SAVE-RETCODE           PIC S9(04) COMP VALUE ZERO.
011619 77  HCU-LOG-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
011620 01  HCU-SYSTEM-TIME            PIC 9(08).
011621 01  HCU-JOB-NAME               PIC X(08).
011700
011710*----------------------------------------------------------*
011720* POSTED-REGION TABLE, LOADED FROM THE START-OK-FLAG - ONE *
012300 77  HCU-GREETED-COUNT          PIC 9(05) COMP VALUE ZERO.
012400 77  HCU-NO-GREETING-COUNT      PIC 9(05) COMP VALUE ZERO.
012410 77  HCU-REGION-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
012420 77  HCU-DUP-COUNT              PIC 9(05) COMP VALUE ZERO.
012430 77  HCU-PEND-RETCODE           PIC S9(04) COMP VALUE ZERO.
012440 77  HCU-EXCUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
012500 01  HCU-PRINT-COUNT            PIC 9(05).
012600
012700 PROCEDURE DIVISION.
023300*   ARE NOT GREETING RUNS AND ARE SKIPPED.  A LOG THAT     *
023400*   WILL NOT OPEN MEANS NOTHING RAN YET - EVERY EXPECTED   *
023500*   SITE IS STILL OWED ITS GREETING.                       *
023510*   AN EXCUSED RECORD MARKS ITS SITE AS ALREADY LOGGED     *
023520*   EXCUSED - STILL OWED NOTHING WHILE THE EXCUSAL STANDS, *
023530*   BUT NOT LOGGED A SECOND TIME.                          *
023600*----------------------------------------------------------*
023700 3000-MARK-SITES-RUN.
023800     SET HCU-LOG-NOT-EOF TO TRUE.
026700         SET HCU-LOG-EOF TO TRUE
026800         GO TO 3100-EXIT
026900     END-IF.
026910     IF HLO-LOG-ACTION-CODE = 'EXCUSED '
026920         AND HLO-LOG-SITE-CODE NOT = SPACES
026930         PERFORM 3300-MARK-ONE-EXCUSED THRU 3300-EXIT
026940             VARYING HCU-SITE-IDX FROM 1 BY 1
026950             UNTIL HCU-SITE-IDX > HCU-SITE-COUNT
026960         GO TO 3100-EXIT
026970     END-IF.
027000     IF HLO-LOG-ACTION-CODE NOT = SPACES
027100         OR HLO-LOG-SITE-CODE = SPACES
027200         GO TO 3100-EXIT
028200*----------------------------------------------------------*
028300 3200-MARK-ONE-SITE.
028400     IF HCU-SITE-CODE (HCU-SITE-IDX) = HLO-LOG-SITE-CODE
028500         AND NOT HCU-SITE-SEEN (HCU-SITE-IDX)
028600         SET HCU-SITE-SEEN (HCU-SITE-IDX) TO TRUE
028700         ADD 1 TO HCU-ALREADY-RAN-COUNT
028800     END-IF.
028900 3200-EXIT.
029000     EXIT.
029001
029002*----------------------------------------------------------*
029003* 3300-MARK-ONE-EXCUSED                                     *
029004*----------------------------------------------------------*
029005 3300-MARK-ONE-EXCUSED.
029006     IF HCU-SITE-CODE (HCU-SITE-IDX) = HLO-LOG-SITE-CODE
029007         AND HCU-SITE-NOT-SEEN (HCU-SITE-IDX)
029008         SET HCU-SITE-LOGGED-EXCUSED (HCU-SITE-IDX) TO TRUE
029009     END-IF.
029010 3300-EXIT.
029011     EXIT.
029100
029200*----------------------------------------------------------*
029300* 4000-GREET-MISSING                                        *
031400         UNTIL HCU-SITE-IDX > HCU-SITE-COUNT.
031500     CLOSE SITE-MASTER.
031510     CLOSE SITE-DIRECTORY.
031520     SET HLO-XCK-CLOSE TO TRUE.
031530     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
031600 4000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------*
032000* 4100-GREET-ONE-SITE                                       *
032010*   HELLOWORLD GIVES BACK RETURN-CODE 2 FOR A SITE THAT    *
032020*   RAN SINCE THE LOG WAS READ; IT IS COUNTED AS A         *
032030*   DUPLICATE AND THE STEP'S CODE IS PUT BACK.             *
032040*   A SITE OF AN OPEN REGION THAT THE EXCUSAL REGISTER     *
032050*   EXCUSES TODAY - ITSELF OR ITS WHOLE REGION - IS NOT    *
032060*   GREETED, AND IS LOGGED EXCUSED IF NOTHING HAS LOGGED   *
032070*   IT YET.  ONE LOGGED EXCUSED WHOSE EXCUSAL HAS SINCE    *
032080*   BEEN TAKEN OFF THE REGISTER IS GREETED.  A SITE OF A   *
032090*   REGION NOT OPEN IS HELD, EXCUSED OR NOT.               *
032100*----------------------------------------------------------*
032200 4100-GREET-ONE-SITE.
032300     IF HCU-SITE-SEEN (HCU-SITE-IDX)
032560             ' HELD, REGION ' HCU-WORK-REGION ' NOT OPEN'
032570         GO TO 4100-EXIT
032580     END-IF.
032581     PERFORM 4400-CHECK-EXCUSAL THRU 4400-EXIT.
032582     IF HLO-XCK-EXCUSED
032583         ADD 1 TO HCU-EXCUSED-COUNT
032584         IF HCU-SITE-NOT-SEEN (HCU-SITE-IDX)
032585             DISPLAY 'HELLOCUP - SITE '
032586                 HCU-SITE-CODE (HCU-SITE-IDX)
032587                 ' EXCUSED, REASON ' HLO-XCK-REASON
032588                 ', NOT GREETED'
032589             PERFORM 4500-LOG-EXCUSAL THRU 4500-EXIT
032590         END-IF
032591         GO TO 4100-EXIT
032592     END-IF.
032600     PERFORM 4200-PICK-GREETING THRU 4200-EXIT.
032700     IF HCU-BEST-NOT-FOUND
032800         OR HCU-BEST-MESSAGE-TEXT = SPACES
033400     END-IF.
033500     MOVE HCU-SITE-CODE (HCU-SITE-IDX) TO HCU-CALL-SITE-CODE.
033600     MOVE HCU-BEST-MESSAGE-TEXT TO HCU-CALL-MESSAGE-TEXT.
033610     MOVE HCU-BEST-LANG-AREA TO HCU-CALL-LANG-AREA.
033620     MOVE RETURN-CODE TO HCU-PEND-RETCODE.
033630     MOVE ZERO TO RETURN-CODE.
033700     CALL 'HELLOWORLD' USING HCU-CALL-SITE-CODE
033800         HCU-CALL-MESSAGE-TEXT HCU-CALL-LANG-AREA.
033810     IF RETURN-CODE = 2
033820         ADD 1 TO HCU-DUP-COUNT
033830         DISPLAY 'HELLOCUP - SITE '
033840             HCU-SITE-CODE (HCU-SITE-IDX)
033850             ' ALREADY GREETED TODAY, NOT REPEATED'
033860     ELSE
033900         ADD 1 TO HCU-GREETED-COUNT
033910     END-IF.
033920     MOVE HCU-PEND-RETCODE TO RETURN-CODE.
034000 4100-EXIT.
034100     EXIT.
034200
035000     SET HCU-BEST-NOT-FOUND TO TRUE.
035100     MOVE ZERO TO HCU-BEST-EFF-START.
035200     MOVE SPACES TO HCU-BEST-MESSAGE-TEXT.
035210     MOVE SPACES TO HCU-BEST-LANG-AREA.
035300     SET HCU-SCAN-NOT-DONE TO TRUE.
035400     MOVE HCU-SITE-CODE (HCU-SITE-IDX) TO HLO-PARM-SITE-CODE.
035500     MOVE ZERO TO HLO-PARM-EFF-START.
038300         AND HLO-PARM-EFF-START NOT < HCU-BEST-EFF-START
038400         MOVE HLO-PARM-EFF-START TO HCU-BEST-EFF-START
038500         MOVE HLO-PARM-MESSAGE-TEXT TO HCU-BEST-MESSAGE-TEXT
038510         MOVE HLO-PARM-PRI-LANG TO HCU-BEST-PRI-LANG
038520         MOVE HLO-PARM-SEC-LANG TO HCU-BEST-SEC-LANG
038530         MOVE HLO-PARM-SEC-TEXT TO HCU-BEST-SEC-TEXT
038600         SET HCU-BEST-FOUND TO TRUE
038700     END-IF.
038800 4300-EXIT.
038900     EXIT.
038901
038902*----------------------------------------------------------*
038903* 4400-CHECK-EXCUSAL                                        *
038904*   ASKS HELLOXCK WHETHER THE SITE, OR ITS REGION, IS      *
038905*   EXCUSED TODAY.  A SITE THE DIRECTORY DOES NOT KNOW CAN *
038906*   ONLY BE EXCUSED BY ITS OWN ENTRY.                      *
038907*----------------------------------------------------------*
038908 4400-CHECK-EXCUSAL.
038909     SET HLO-XCK-CHECK TO TRUE.
038910     MOVE HCU-SITE-CODE (HCU-SITE-IDX) TO HLO-XCK-SITE-CODE.
038911     MOVE HCU-WORK-REGION TO HLO-XCK-REGION.
038912     IF HCU-WORK-REGION = '??'
038913         MOVE SPACES TO HLO-XCK-REGION
038914     END-IF.
038915     MOVE HCU-SYSTEM-DATE TO HLO-XCK-DATE.
038916     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
038917 4400-EXIT.
038918     EXIT.
038919
038920*----------------------------------------------------------*
038921* 4500-LOG-EXCUSAL                                          *
038922*   STAMPS AN EXCUSED RECORD INTO HELLO-LOG FOR THE SITE,  *
038923*   RETURN-CODE ZERO, THE SAME RECORD THE SWEEP WRITES.    *
038924*   IT CARRIES AN ACTION CODE AND IS NOT COUNTED AS A      *
038925*   GREETING RUN.                                          *
038926*----------------------------------------------------------*
038927 4500-LOG-EXCUSAL.
038928     OPEN I-O HELLO-LOG.
038929     IF HCU-LOG-STATUS NOT = '00'
038930         DISPLAY 'HELLOCUP - UNABLE TO LOG EXCUSAL, '
038931             'STATUS=' HCU-LOG-STATUS
038932         GO TO 4500-EXIT
038933     END-IF.
038934     ACCEPT HCU-SYSTEM-TIME FROM TIME.
038935     ACCEPT HCU-JOB-NAME FROM ENVIRONMENT "JOBNAME".
038936     MOVE SPACES TO HLO-LOG-RECORD.
038937     MOVE HCU-SYSTEM-DATE TO HLO-LOG-RUN-DATE.
038938     MOVE HCU-SYSTEM-TIME TO HLO-LOG-RUN-TIME.
038939     MOVE HCU-JOB-NAME TO HLO-LOG-JOB-NAME.
038940     MOVE ZERO TO HLO-LOG-RETCODE.
038941     MOVE HCU-SITE-CODE (HCU-SITE-IDX) TO HLO-LOG-SITE-CODE.
038942     MOVE 'EXCUSED ' TO HLO-LOG-ACTION-CODE.
038943     SET HLO-SEQ-STAMP TO TRUE.
038944     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
038945     WRITE HLO-LOG-RECORD
038946         INVALID KEY
038947             PERFORM 6150-RETRY-LOG-WRITE THRU 6150-EXIT
038948     END-WRITE.
038949     PERFORM 6160-POST-LOG-CHAIN THRU 6160-EXIT.
038950     CLOSE HELLO-LOG.
038951     IF HCU-LOG-STATUS = '00'
038952         SET HCU-SITE-LOGGED-EXCUSED (HCU-SITE-IDX) TO TRUE
038953     END-IF.
038954 4500-EXIT.
038955     EXIT.
039000
039100*----------------------------------------------------------*
039200* 5000-SHOW-TOTALS                                          *
040330         DISPLAY 'HELLOCUP - HELD, REGION CLOSED  : '
040340             HCU-PRINT-COUNT
040350     END-IF.
040351     IF HCU-DUP-COUNT NOT = ZERO
040352         MOVE HCU-DUP-COUNT TO HCU-PRINT-COUNT
040353         DISPLAY 'HELLOCUP - ALREADY GREETED, LATE: '
040354             HCU-PRINT-COUNT
040355     END-IF.
040356     IF HCU-EXCUSED-COUNT NOT = ZERO
040357         MOVE HCU-EXCUSED-COUNT TO HCU-PRINT-COUNT
040358         DISPLAY 'HELLOCUP - EXCUSED, NOT GREETED : '
040359             HCU-PRINT-COUNT
040360     END-IF.
040400     IF HCU-NO-GREETING-COUNT NOT = ZERO
040500         MOVE HCU-NO-GREETING-COUNT TO HCU-PRINT-COUNT
040600         DISPLAY 'HELLOCUP - NO GREETING IN EFFECT: '
040900     END-IF.
041000 5000-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------*
041400* 6150-RETRY-LOG-WRITE                                      *
041500*   A RECORD INSIDE THE SAME HUNDREDTH OF A SECOND AS      *
041600*   ANOTHER UNDER ONE JOB NAME COLLIDES ON THE DATE/TIME/  *
041700*   JOB KEY.  THE TIME IS BUMPED AND THE WRITE RETRIED A   *
041800*   BOUNDED NUMBER OF TIMES.                               *
041900*----------------------------------------------------------*
042000 6150-RETRY-LOG-WRITE.
042100     MOVE ZERO TO HCU-LOG-RETRY-CT.
042200 6150-RETRY.
042300     ADD 1 TO HCU-LOG-RETRY-CT.
042400     IF HCU-LOG-RETRY-CT > 9
042500         DISPLAY 'HELLOCUP - DUPLICATE RUN-LOG KEY NOT '
042600             'WRITTEN, STATUS=' HCU-LOG-STATUS
042700         GO TO 6150-EXIT
042800     END-IF.
042900     ADD 1 TO HLO-LOG-RUN-TIME.
043000     SET HLO-SEQ-STAMP TO TRUE.
043100     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
043200     WRITE HLO-LOG-RECORD
043300         INVALID KEY
043400             GO TO 6150-RETRY
043500     END-WRITE.
043600 6150-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------*
044000* 6160-POST-LOG-CHAIN                                       *
044100*   A RECORD THAT LANDED BECOMES THE LAST LINK IN THE      *
044200*   HELLO-LOG CHAIN; ONE THAT DID NOT GIVES ITS SEQUENCE   *
044300*   NUMBER BACK.                                           *
044400*----------------------------------------------------------*
044500 6160-POST-LOG-CHAIN.
044600     IF HCU-LOG-STATUS = '00'
044700         SET HLO-SEQ-POST TO TRUE
044800     ELSE
044900         SET HLO-SEQ-DROP TO TRUE
045000     END-IF.
045100     PERFORM 6170-CALL-HELLOSEQ THRU 6170-EXIT.
045200 6160-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------*
045600* 6170-CALL-HELLOSEQ                                        *
045700*   THE RETURN CODE THIS PROGRAM HAS SET SO FAR IS KEPT    *
045800*   ACROSS THE CALL.                                       *
045900*----------------------------------------------------------*
046000 6170-CALL-HELLOSEQ.
046100     MOVE RETURN-CODE TO HCU-SAVE-RETCODE.
046200     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
046300     MOVE HCU-SAVE-RETCODE TO RETURN-CODE.
046400 6170-EXIT.
046500     EXIT.
