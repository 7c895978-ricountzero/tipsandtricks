005984*                 HELLOWRK WORK-OFF CAN TARGET A CHG AT THE  *
005985*                 RIGHT SITE-MASTER PERIOD AND MARK THE      *
005986*                 REJECT WORKED.                             *
005987* 10/15/26  RLT   POSTING HELLO.DONE STANDALONE NOW ALSO     *
005988*                 GIVES UP THE WINDOW HOLD HELLOCTL TOOK ON  *
005989*                 THE STREAM-CONTROL DATASET.                *
005990* 10/15/26  RLT   BILINGUAL GREETINGS.  A SITE-MASTER PERIOD *
005991*                 MAY HOLD A SECONDARY LANGUAGE'S TEXT       *
005992*                 BESIDE THE PRIMARY ONE, AND THE BANNER     *
005993*                 SHOWS BOTH LINES.  EACH LANGUAGE IS EDITED *
005994*                 ON ITS OWN AND A REJECT NAMES THE LANGUAGE *
005995*                 THAT FAILED, SO ONE BAD TRANSLATION NO     *
005996*                 LONGER BLANKS THE OTHER.  INLINE CALLERS   *
005997*                 PASS THE LANGUAGE CODES AND SECONDARY TEXT *
005998*                 AS A THIRD PARAMETER.                      *
005999* 10/15/26  RLT   EVERY HELLO-LOG RECORD IS NOW STAMPED WITH *
006000*                 THE LOG SEQUENCE NUMBER AND A CHECK VALUE  *
006001*                 CHAINED FROM THE RECORD BEFORE IT, THROUGH *
006002*                 HELLOSEQ, SO A DELETED OR ALTERED RECORD   *
006003*                 SHOWS UP IN THE HELLOVFY VERIFICATION.     *
006004* 10/15/26  RLT   DUPLICATE-RUN GUARD.  BEFORE GREETING,     *
006005*                 HELLO-LOG IS SEARCHED FOR A GREETING RUN   *
006006*                 ALREADY LOGGED TODAY FOR THE SITE.  IF     *
006007*                 THERE IS ONE THE BANNER IS SKIPPED, A      *
006008*                 DUPSKIP RECORD IS LOGGED, HELLO.DONE IS    *
006009*                 NOT POSTED, AND THE STEP ENDS RETURN-CODE  *
006010*                 2 - INLINE CALLERS SEE THE SAME CODE.      *
006011*                 FORCE_RERUN=Y IN THE ENVIRONMENT LETS A    *
006012*                 DELIBERATE RERUN THROUGH, LOGGED AS        *
006013*                 DUPFORCE.                                  *
006020* 10/15/26  RLT   THE DUPSKIP RECORD NOW CARRIES A ZERO      *
006030*                 RETURN CODE - THE SKIP IS NOT A FAILURE,   *
006040*                 AND HELLOEXC AND HELLOSTS COUNT ANY CODE   *
006050*                 BUT ZERO AS ONE.  THE STEP STILL ENDS      *
006060*                 RETURN-CODE 2.                             *
006070*----------------------------------------------------------*
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006900
007000     SELECT HELLO-LOG ASSIGN TO "LOGDD"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS HLO-LOG-KEY
007400         FILE STATUS IS HLO-LOG-STATUS.
007500
008400     SELECT DONE-FLAG ASSIGN TO "HELLDONE"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS HLO-DONE-STATUS.
008610
008620     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
008630         ORGANIZATION IS INDEXED
008640         ACCESS MODE IS DYNAMIC
008650         RECORD KEY IS HLO-LOCK-KEY
008660         FILE STATUS IS HLO-LOCK-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
010600 FD  DONE-FLAG
010700     LABEL RECORDS ARE OMITTED.
010800 01  HLO-DONE-RECORD            PIC X(08).
010810
010820 FD  STREAM-CONTROL
010830     LABEL RECORDS ARE OMITTED.
010840     COPY HLOLOCK.
010900
011000 WORKING-STORAGE SECTION.
011100*----------------------------------------------------------*
011200* BANNER TEXT AND RUN STAMP FIELDS                          *
011300*----------------------------------------------------------*
011400 01  HLO-MESSAGE-TEXT          PIC X(25) VALUE 'Hello, World!'.
011410 01  HLO-SECOND-TEXT           PIC X(25) VALUE SPACES.
011500 01  HLO-BANNER-LINE           PIC X(60).
011600
011700 01  HLO-SYSTEM-DATE.
014100     88  HLO-SCAN-NOT-DONE      VALUE 'N'.
014200 01  HLO-BEST-EFF-START         PIC 9(08) VALUE ZERO.
014300 01  HLO-BEST-MESSAGE-TEXT      PIC X(32).
014310 01  HLO-BEST-PRI-LANG          PIC X(02).
014320 01  HLO-BEST-SEC-LANG          PIC X(02).
014330 01  HLO-BEST-SEC-TEXT          PIC X(32).
014400
014500*----------------------------------------------------------*
014600* HELLO-LOG I/O FIELDS                                      *
014800 01  HLO-LOG-STATUS             PIC X(02).
014900 01  HLO-JOB-NAME               PIC X(08).
015000 77  HLO-LOG-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
015010
015020*----------------------------------------------------------*
015030* HELLO-LOG SEQUENCE/CHAIN CALL AREA (HELLOSEQ)            *
015040*----------------------------------------------------------*
015050 77  HLO-SAVE-RETCODE           PIC S9(04) COMP VALUE ZERO.
015060     COPY HLOSEQ.
015061
015062*----------------------------------------------------------*
015063* DUPLICATE-RUN GUARD FIELDS.  THE RUN ACTION IS WHAT 4000 *
015064* STAMPS IN THE LOG ACTION CODE - SPACES FOR AN ORDINARY   *
015065* GREETING RUN.                                            *
015066*----------------------------------------------------------*
015067 01  HLO-RUN-ACTION             PIC X(08).
015068 01  HLO-FORCE-IN               PIC X(01).
015069     88  HLO-FORCE-RERUN        VALUE 'Y' 'y'.
015070 01  HLO-DUP-SW                 PIC X(01).
015071     88  HLO-DUP-NONE           VALUE 'N'.
015072     88  HLO-DUP-SKIPPED        VALUE 'S'.
015073     88  HLO-DUP-FORCED         VALUE 'F'.
015074 01  HLO-LOG-SCAN-SW            PIC X(01).
015075     88  HLO-LOG-SCAN-DONE      VALUE 'Y'.
015076     88  HLO-LOG-SCAN-NOT-DONE  VALUE 'N'.
015100
015200*----------------------------------------------------------*
015300* START-OK-FLAG READINESS FIELDS                            *
016600     88  HLO-GREETING-BAD       VALUE 'N'.
016700 01  HLO-REJECT-REASON          PIC X(08).
016710 77  HLO-REJ-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
016711 01  HLO-PRIMARY-SW             PIC X(01).
016712     88  HLO-PRIMARY-SHOWN      VALUE 'Y'.
016713     88  HLO-PRIMARY-NOT-SHOWN  VALUE 'N'.
016714 01  HLO-SECOND-SW              PIC X(01).
016715     88  HLO-SECOND-SHOWN       VALUE 'Y'.
016716     88  HLO-SECOND-NOT-SHOWN   VALUE 'N'.
016717 01  HLO-EDIT-SW                PIC X(01).
016718     88  HLO-EDIT-OK            VALUE 'Y'.
016719     88  HLO-EDIT-BAD           VALUE 'N'.
016720 01  HLO-EDIT-TEXT              PIC X(32).
016721 01  HLO-EDIT-LANG              PIC X(02).
016800
016900*----------------------------------------------------------*
017000* DONE-FLAG SEMAPHORE FIELD                                 *
017100*----------------------------------------------------------*
017200 01  HLO-DONE-STATUS            PIC X(02).
017210 01  HLO-LOCK-STATUS            PIC X(02).
017300
017400 LINKAGE SECTION.
017500*----------------------------------------------------------*
017800*   OVERRIDE THE ENVIRONMENT VARIABLE AND SITE-MASTER       *
017900*   LOOKUP BELOW.  WHEN RUN STANDALONE, BOTH ARE BLANK AND  *
018000*   THE EXISTING LOOKUP LOGIC APPLIES UNCHANGED.            *
018010*   THE LANGUAGE AREA IS ONLY LOOKED AT ON AN INLINE CALL - *
018020*   THE CALLER'S PRIMARY AND SECONDARY LANGUAGE CODES AND   *
018030*   THE SECONDARY TEXT, BLANK FOR A ONE-LANGUAGE SITE.      *
018100*----------------------------------------------------------*
018200 01  HLO-LINK-SITE-CODE        PIC X(05).
018300 01  HLO-LINK-MESSAGE-TEXT     PIC X(32).
018310 01  HLO-LINK-LANG-AREA.
018320     05  HLO-LINK-PRI-LANG     PIC X(02).
018330     05  HLO-LINK-SEC-LANG     PIC X(02).
018340     05  HLO-LINK-SEC-TEXT     PIC X(32).
018400 PROCEDURE DIVISION USING HLO-LINK-SITE-CODE
018500     HLO-LINK-MESSAGE-TEXT HLO-LINK-LANG-AREA.
018600*----------------------------------------------------------*
018700* 0000-MAINLINE                                             *
018800*----------------------------------------------------------*
018900 0000-MAINLINE.
019000     PERFORM 1000-BUILD-RUN-STAMP THRU 1000-EXIT.
019010     MOVE SPACES TO HLO-RUN-ACTION.
019020     SET HLO-DUP-NONE TO TRUE.
019100     IF HLO-LINK-MESSAGE-TEXT = SPACES
019200         PERFORM 1500-CHECK-READINESS THRU 1500-EXIT
019300     ELSE
019500     END-IF.
019600     IF HLO-READY-YES
019700         PERFORM 2000-GET-SITE-MESSAGE THRU 2000-EXIT
019710         PERFORM 2200-CHECK-DUPLICATE-RUN THRU 2200-EXIT
019720     END-IF.
019730     IF HLO-READY-YES AND NOT HLO-DUP-SKIPPED
019800         PERFORM 2500-EDIT-GREETING THRU 2500-EXIT
019900         IF HLO-GREETING-OK
020000             PERFORM 3000-DISPLAY-BANNER THRU 3000-EXIT
020200     END-IF.
020300     PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT.
020400     IF HLO-LINK-MESSAGE-TEXT = SPACES AND HLO-READY-YES
020410         AND NOT HLO-DUP-SKIPPED
020500         PERFORM 7000-POST-COMPLETION THRU 7000-EXIT
020600     END-IF.
020700     GOBACK.
026700*   SKIPPED.  WHEN HELLOWORLD IS CALLED WITH THE LINKAGE     *
026800*   PARAMETERS FILLED IN, THE CALLER'S SITE CODE AND TEXT    *
026900*   ARE USED DIRECTLY AND THE KSDS LOOKUP IS BYPASSED.       *
026910*   THE SECONDARY LANGUAGE'S TEXT RIDES ALONG WITH THE       *
026920*   PRIMARY EITHER WAY.                                      *
027000*----------------------------------------------------------*
027100 2000-GET-SITE-MESSAGE.
027200     SET HLO-SITE-NOT-FOUND TO TRUE.
027300     IF HLO-LINK-MESSAGE-TEXT NOT = SPACES
027400         MOVE HLO-LINK-SITE-CODE TO HLO-PARM-SITE-CODE
027500         MOVE HLO-LINK-MESSAGE-TEXT TO HLO-PARM-MESSAGE-TEXT
027510         MOVE HLO-LINK-PRI-LANG TO HLO-PARM-PRI-LANG
027520         MOVE HLO-LINK-SEC-LANG TO HLO-PARM-SEC-LANG
027530         MOVE HLO-LINK-SEC-TEXT TO HLO-PARM-SEC-TEXT
027600         SET HLO-SITE-WAS-FOUND TO TRUE
027700         GO TO 2000-EXIT
027800     END-IF.
028700     SET HLO-SCAN-NOT-DONE TO TRUE.
028800     MOVE ZERO TO HLO-BEST-EFF-START.
028900     MOVE SPACES TO HLO-BEST-MESSAGE-TEXT.
028910     MOVE SPACES TO HLO-BEST-PRI-LANG.
028920     MOVE SPACES TO HLO-BEST-SEC-LANG.
028930     MOVE SPACES TO HLO-BEST-SEC-TEXT.
029000     START SITE-MASTER KEY NOT LESS THAN HLO-PARM-KEY
029100         INVALID KEY
029200             SET HLO-SCAN-DONE TO TRUE
029700     MOVE HLO-LOOKUP-SITE TO HLO-PARM-SITE-CODE.
029800     IF HLO-SITE-WAS-FOUND
029900         MOVE HLO-BEST-MESSAGE-TEXT TO HLO-PARM-MESSAGE-TEXT
029910         MOVE HLO-BEST-PRI-LANG TO HLO-PARM-PRI-LANG
029920         MOVE HLO-BEST-SEC-LANG TO HLO-PARM-SEC-LANG
029930         MOVE HLO-BEST-SEC-TEXT TO HLO-PARM-SEC-TEXT
030000     END-IF.
030100 2000-EXIT.
030200     EXIT.
032400         AND HLO-PARM-EFF-START NOT < HLO-BEST-EFF-START
032500         MOVE HLO-PARM-EFF-START TO HLO-BEST-EFF-START
032600         MOVE HLO-PARM-MESSAGE-TEXT TO HLO-BEST-MESSAGE-TEXT
032610         MOVE HLO-PARM-PRI-LANG TO HLO-BEST-PRI-LANG
032620         MOVE HLO-PARM-SEC-LANG TO HLO-BEST-SEC-LANG
032630         MOVE HLO-PARM-SEC-TEXT TO HLO-BEST-SEC-TEXT
032700         SET HLO-SITE-WAS-FOUND TO TRUE
032800     END-IF.
032900 2100-EXIT.
033000     EXIT.
033001
033002*----------------------------------------------------------*
033003* 2200-CHECK-DUPLICATE-RUN                                  *
033004*   LOOKS FOR A GREETING RUN (BLANK ACTION CODE) ALREADY   *
033005*   LOGGED TODAY FOR THIS SITE - AN OPERATOR RERUN OF A    *
033006*   SITE THE SWEEP ALREADY DID, OR AN INLINE CALL AFTER    *
033007*   HELLOCUP CAUGHT IT UP.  A DUPLICATE IS SKIPPED WITH    *
033008*   RETURN-CODE 2 AND LOGGED AS DUPSKIP, UNLESS THE        *
033009*   FORCE_RERUN ENVIRONMENT VARIABLE IS Y, IN WHICH CASE   *
033010*   IT RUNS AND IS LOGGED AS DUPFORCE.  EITHER WAY THE     *
033011*   FIRST RUN STAYS THE ONLY GREETING RUN FOR THE DAY, SO  *
033012*   THE REPORTS COUNT THE SITE ONCE.  NO SITE CODE OR NO   *
033013*   LOG YET MEANS NOTHING TO COMPARE AGAINST.              *
033014*----------------------------------------------------------*
033015 2200-CHECK-DUPLICATE-RUN.
033016     IF HLO-PARM-SITE-CODE = SPACES
033017         GO TO 2200-EXIT
033018     END-IF.
033019     OPEN INPUT HELLO-LOG.
033020     IF HLO-LOG-STATUS NOT = '00'
033021         GO TO 2200-EXIT
033022     END-IF.
033023     SET HLO-LOG-SCAN-NOT-DONE TO TRUE.
033024     MOVE HLO-SYSTEM-DATE TO HLO-LOG-RUN-DATE.
033025     MOVE ZERO TO HLO-LOG-RUN-TIME.
033026     MOVE LOW-VALUES TO HLO-LOG-JOB-NAME.
033027     START HELLO-LOG KEY NOT LESS THAN HLO-LOG-KEY
033028         INVALID KEY
033029             SET HLO-LOG-SCAN-DONE TO TRUE
033030     END-START.
033031     PERFORM 2300-SCAN-ONE-LOG-RECORD THRU 2300-EXIT
033032         UNTIL HLO-LOG-SCAN-DONE.
033033     CLOSE HELLO-LOG.
033034     IF HLO-DUP-NONE
033035         GO TO 2200-EXIT
033036     END-IF.
033037     ACCEPT HLO-FORCE-IN FROM ENVIRONMENT "FORCE_RERUN".
033038     IF HLO-FORCE-RERUN
033039         SET HLO-DUP-FORCED TO TRUE
033040         MOVE 'DUPFORCE' TO HLO-RUN-ACTION
033041         DISPLAY 'HELLOWORLD - SITE ' HLO-PARM-SITE-CODE
033042             ' ALREADY GREETED TODAY - FORCED RERUN'
033043     ELSE
033044         SET HLO-DUP-SKIPPED TO TRUE
033045         MOVE 'DUPSKIP ' TO HLO-RUN-ACTION
033046         DISPLAY 'HELLOWORLD - SITE ' HLO-PARM-SITE-CODE
033047             ' ALREADY GREETED TODAY - SKIPPED'
033048         MOVE 2 TO RETURN-CODE
033049     END-IF.
033050 2200-EXIT.
033051     EXIT.
033052
033053*----------------------------------------------------------*
033054* 2300-SCAN-ONE-LOG-RECORD                                  *
033055*----------------------------------------------------------*
033056 2300-SCAN-ONE-LOG-RECORD.
033057     READ HELLO-LOG NEXT RECORD
033058         AT END
033059             SET HLO-LOG-SCAN-DONE TO TRUE
033060             GO TO 2300-EXIT
033061     END-READ.
033062     IF HLO-LOG-STATUS NOT = '00'
033063         OR HLO-LOG-RUN-DATE NOT = HLO-SYSTEM-DATE
033064         SET HLO-LOG-SCAN-DONE TO TRUE
033065         GO TO 2300-EXIT
033066     END-IF.
033067     IF HLO-LOG-ACTION-CODE = SPACES
033068         AND HLO-LOG-SITE-CODE = HLO-PARM-SITE-CODE
033069         SET HLO-DUP-SKIPPED TO TRUE
033070         SET HLO-LOG-SCAN-DONE TO TRUE
033071     END-IF.
033072 2300-EXIT.
033073     EXIT.
033100
033200*----------------------------------------------------------*
033300* 2500-EDIT-GREETING                                        *
033600*   PAST THE 25-BYTE BANNER FIELD IS REJECTED INSTEAD OF     *
033700*   BEING SHOWN.  A SITE CODE THAT WAS NOT ON FILE USES THE  *
033800*   COMPILED DEFAULT AND IS ALWAYS CONSIDERED OK.            *
033810*   THE PRIMARY AND SECONDARY LANGUAGES ARE EDITED ONE AT A  *
033820*   TIME - A LANGUAGE THAT FAILS IS REJECTED AND LEFT OFF    *
033830*   THE BANNER, THE OTHER IS STILL SHOWN.  ONLY WHEN NEITHER *
033840*   LINE SURVIVES IS THE BANNER SKIPPED.                     *
033900*----------------------------------------------------------*
034000 2500-EDIT-GREETING.
034100     SET HLO-GREETING-OK TO TRUE.
034110     SET HLO-PRIMARY-SHOWN TO TRUE.
034120     SET HLO-SECOND-NOT-SHOWN TO TRUE.
034130     IF HLO-SITE-NOT-FOUND
034140         GO TO 2500-EXIT
034150     END-IF.
034160     MOVE HLO-PARM-MESSAGE-TEXT TO HLO-EDIT-TEXT.
034170     MOVE HLO-PARM-PRI-LANG TO HLO-EDIT-LANG.
034180     PERFORM 2550-EDIT-ONE-LANGUAGE THRU 2550-EXIT.
034190     IF HLO-EDIT-OK
034200         MOVE HLO-PARM-MESSAGE-TEXT (1:25) TO HLO-MESSAGE-TEXT
034210     ELSE
034220         SET HLO-PRIMARY-NOT-SHOWN TO TRUE
034230     END-IF.
034240     IF HLO-PARM-SEC-LANG NOT = SPACES
034250         MOVE HLO-PARM-SEC-TEXT TO HLO-EDIT-TEXT
034260         MOVE HLO-PARM-SEC-LANG TO HLO-EDIT-LANG
034270         PERFORM 2550-EDIT-ONE-LANGUAGE THRU 2550-EXIT
034280         IF HLO-EDIT-OK
034290             MOVE HLO-PARM-SEC-TEXT (1:25) TO HLO-SECOND-TEXT
034300             SET HLO-SECOND-SHOWN TO TRUE
034310         END-IF
034320     END-IF.
034330     IF HLO-PRIMARY-NOT-SHOWN AND HLO-SECOND-NOT-SHOWN
034340         SET HLO-GREETING-BAD TO TRUE
034350     END-IF.
035800 2500-EXIT.
035900     EXIT.
035901
035902*----------------------------------------------------------*
035903* 2550-EDIT-ONE-LANGUAGE                                    *
035904*   APPLIES THE GREETING EDIT TO ONE LANGUAGE'S TEXT IN     *
035905*   HLO-EDIT-TEXT.  BLANK TEXT OR TEXT THAT RUNS PAST THE   *
035906*   25-BYTE BANNER FIELD IS QUEUED AS A REJECT FOR THE      *
035907*   LANGUAGE IN HLO-EDIT-LANG.                              *
035908*----------------------------------------------------------*
035909 2550-EDIT-ONE-LANGUAGE.
035910     SET HLO-EDIT-OK TO TRUE.
035911     IF HLO-EDIT-TEXT = SPACES
035912         SET HLO-EDIT-BAD TO TRUE
035913         MOVE 'BLANK' TO HLO-REJECT-REASON
035914     ELSE
035915         IF HLO-EDIT-TEXT (26:7) NOT = SPACES
035916             SET HLO-EDIT-BAD TO TRUE
035917             MOVE 'TOOLONG' TO HLO-REJECT-REASON
035918         END-IF
035919     END-IF.
035920     IF HLO-EDIT-BAD
035921         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
035922     END-IF.
035923 2550-EXIT.
035924     EXIT.
036000
036100*----------------------------------------------------------*
036200* 2600-WRITE-REJECT                                         *
036510*   SHIPPING GARBAGE TO THE JOB LOG AND BEING FORGOTTEN.    *
036520*   THE EFFECTIVE START OF THE GREETING THAT FAILED RIDES   *
036530*   ALONG SO THE WORK-OFF CAN TARGET ITS CHG.               *
036540*   THE TEXT AND LANGUAGE ARE THE ONES THAT FAILED THE      *
036550*   EDIT.                                                   *
036600*----------------------------------------------------------*
036700 2600-WRITE-REJECT.
036710     OPEN I-O HELLO-REJECT.
036794     MOVE HLO-SYSTEM-DATE TO HLO-REJ-RUN-DATE.
036795     MOVE HLO-SYSTEM-TIME TO HLO-REJ-RUN-TIME.
036800     MOVE HLO-PARM-SITE-CODE TO HLO-REJ-SITE-CODE.
036900     MOVE HLO-EDIT-TEXT TO HLO-REJ-MESSAGE-TEXT.
036910     MOVE HLO-EDIT-LANG TO HLO-REJ-LANG.
037000     MOVE HLO-REJECT-REASON TO HLO-REJ-REASON-CODE.
037100     MOVE HLO-BEST-EFF-START TO HLO-REJ-EFF-START.
037110     SET HLO-REJ-OPEN TO TRUE.
038060
038100*----------------------------------------------------------*
038200* 3000-DISPLAY-BANNER                                       *
038210*   ONE STAMPED LINE PER LANGUAGE THAT PASSED THE EDIT -     *
038220*   PRIMARY FIRST, THEN THE SECONDARY WHEN THE SITE HAS ONE. *
038300*----------------------------------------------------------*
038400 3000-DISPLAY-BANNER.
038410     IF HLO-PRIMARY-SHOWN
038420         MOVE SPACES TO HLO-BANNER-LINE
038430         STRING HLO-MESSAGE-TEXT   DELIMITED BY SIZE
038440                ' RUN '            DELIMITED BY SIZE
038450                HLO-STAMP-DATE     DELIMITED BY SIZE
038460                ' '                DELIMITED BY SIZE
038470                HLO-STAMP-TIME     DELIMITED BY SIZE
038480           INTO HLO-BANNER-LINE
038490         DISPLAY HLO-BANNER-LINE
038500     END-IF.
038510     IF HLO-SECOND-SHOWN
038520         MOVE SPACES TO HLO-BANNER-LINE
038530         STRING HLO-SECOND-TEXT    DELIMITED BY SIZE
038540                ' RUN '            DELIMITED BY SIZE
038550                HLO-STAMP-DATE     DELIMITED BY SIZE
038560                ' '                DELIMITED BY SIZE
038570                HLO-STAMP-TIME     DELIMITED BY SIZE
038580           INTO HLO-BANNER-LINE
038590         DISPLAY HLO-BANNER-LINE
038600     END-IF.
039200 3000-EXIT.
039300     EXIT.
039400
039600* 4000-WRITE-AUDIT-LOG                                      *
039700*   WRITES ONE HELLO-LOG RECORD PER EXECUTION SO THE RUN    *
039800*   HISTORY IS RETAINED ON DISK FOR AUDIT PURPOSES.         *
039810*   A DUPSKIP IS LOGGED WITH A ZERO RETURN CODE - THE STEP  *
039820*   ENDS 2 FOR ITS CALLER, BUT NOTHING FAILED.              *
039900*----------------------------------------------------------*
040000 4000-WRITE-AUDIT-LOG.
040100     ACCEPT HLO-JOB-NAME FROM ENVIRONMENT "JOBNAME".
040300     IF HLO-LOG-STATUS = '35' OR HLO-LOG-STATUS = '05'
040400         OPEN OUTPUT HELLO-LOG
040500     END-IF.
040510     MOVE SPACES TO HLO-LOG-RECORD.
040600     MOVE HLO-SYSTEM-DATE TO HLO-LOG-RUN-DATE.
040700     MOVE HLO-SYSTEM-TIME TO HLO-LOG-RUN-TIME.
040800     MOVE HLO-JOB-NAME TO HLO-LOG-JOB-NAME.
040900     MOVE RETURN-CODE TO HLO-LOG-RETCODE.
040910     IF HLO-RUN-ACTION = 'DUPSKIP '
040920         MOVE ZERO TO HLO-LOG-RETCODE
040930     END-IF.
041000     IF HLO-READY-YES
041100         MOVE HLO-PARM-SITE-CODE TO HLO-LOG-SITE-CODE
041200     ELSE
041300         MOVE SPACES TO HLO-LOG-SITE-CODE
041400     END-IF.
041500     MOVE HLO-RUN-ACTION TO HLO-LOG-ACTION-CODE.
041510     SET HLO-SEQ-STAMP TO TRUE.
041520     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
041600     WRITE HLO-LOG-RECORD
041700         INVALID KEY
041800             PERFORM 4100-RETRY-LOG-WRITE THRU 4100-EXIT
041900     END-WRITE.
041910     PERFORM 4200-POST-LOG-CHAIN THRU 4200-EXIT.
042000     CLOSE HELLO-LOG.
042100 4000-EXIT.
042200     EXIT.
043900         GO TO 4100-EXIT
044000     END-IF.
044100     ADD 1 TO HLO-LOG-RUN-TIME.
044110     SET HLO-SEQ-STAMP TO TRUE.
044120     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
044200     WRITE HLO-LOG-RECORD
044300         INVALID KEY
044400             GO TO 4100-RETRY
044500     END-WRITE.
044600 4100-EXIT.
044700     EXIT.
044701
044702*----------------------------------------------------------*
044703* 4200-POST-LOG-CHAIN                                       *
044704*   A RECORD THAT LANDED BECOMES THE LAST LINK IN THE      *
044705*   HELLO-LOG CHAIN; ONE THAT DID NOT GIVES ITS SEQUENCE   *
044706*   NUMBER BACK.                                           *
044707*----------------------------------------------------------*
044708 4200-POST-LOG-CHAIN.
044709     IF HLO-LOG-STATUS = '00'
044710         SET HLO-SEQ-POST TO TRUE
044711     ELSE
044712         SET HLO-SEQ-DROP TO TRUE
044713     END-IF.
044714     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
044715 4200-EXIT.
044716     EXIT.
044717
044718*----------------------------------------------------------*
044719* 4300-CALL-HELLOSEQ                                        *
044720*   THE RETURN CODE THIS PROGRAM HAS SET SO FAR IS KEPT    *
044721*   ACROSS THE CALL.                                       *
044722*----------------------------------------------------------*
044723 4300-CALL-HELLOSEQ.
044724     MOVE RETURN-CODE TO HLO-SAVE-RETCODE.
044725     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
044726     MOVE HLO-SAVE-RETCODE TO RETURN-CODE.
044727 4300-EXIT.
044728     EXIT.
044800
044900*----------------------------------------------------------*
045000* 7000-POST-COMPLETION                                      *
046300         WRITE HLO-DONE-RECORD
046400         CLOSE DONE-FLAG
046450         PERFORM 7100-LOG-COMPLETION THRU 7100-EXIT
046460         PERFORM 7200-RELEASE-WINDOW-LOCK THRU 7200-EXIT
046500     ELSE
046600         DISPLAY 'HELLOWORLD - UNABLE TO OPEN DONE-FLAG, STATUS='
046700             HLO-DONE-STATUS
049200     MOVE RETURN-CODE TO HLO-LOG-RETCODE.
049300     MOVE SPACES TO HLO-LOG-SITE-CODE.
049400     MOVE 'WINDONE ' TO HLO-LOG-ACTION-CODE.
049410     SET HLO-SEQ-STAMP TO TRUE.
049420     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
049500     WRITE HLO-LOG-RECORD
049600         INVALID KEY
049700             PERFORM 4100-RETRY-LOG-WRITE THRU 4100-EXIT
049800     END-WRITE.
049810     PERFORM 4200-POST-LOG-CHAIN THRU 4200-EXIT.
049900     CLOSE HELLO-LOG.
050000 7100-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------*
050400* 7200-RELEASE-WINDOW-LOCK                                  *
050500*   HELLO.DONE IS POSTED, SO THE WINDOW HELLOCTL OPENED IS  *
050600*   OVER - GIVES UP THE WINDOW HOLD ON THE STREAM.          *
050700*----------------------------------------------------------*
050800 7200-RELEASE-WINDOW-LOCK.
050900     OPEN I-O STREAM-CONTROL.
051000     IF HLO-LOCK-STATUS NOT = '00'
051100         GO TO 7200-EXIT
051200     END-IF.
051300     MOVE SPACES TO HLO-LOCK-RECORD.
051400     SET HLO-LOCK-WINDOW TO TRUE.
051500     DELETE STREAM-CONTROL
051600         INVALID KEY
051700             CONTINUE
051800     END-DELETE.
051900     CLOSE STREAM-CONTROL.
052000 7200-EXIT.
052100     EXIT.
