000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOXCM.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  PROMPT-AND-CONFIRM      *
001200*                 MAINTENANCE OF THE EXCUSAL REGISTER - ONE *
001300*                 ENTRY PER UNPLANNED OUTAGE, FOR A SITE OR *
001400*                 A WHOLE REGION, WITH ITS DATE RANGE AND   *
001500*                 REASON CODE.  AN EXCUSED SITE IS SKIPPED  *
001600*                 BY THE SWEEP AND THE CATCH-UP AND SHOWN   *
001700*                 AS EXCUSED, NOT MISSING, ON THE MONTHLY   *
001800*                 RECONCILIATION.                           *
001810* 10/15/26  RLT   THE USER ID (JOBNAME) THAT STAMPS         *
001820*                 ENTERED-BY IS TAKEN BEFORE ANY PROMPTING, *
001830*                 AND A JOB WITHOUT ONE ENDS RETURN-CODE 16 *
001840*                 SO NO ENTRY IS WRITTEN THAT NOBODY CAN BE *
001850*                 TRACED TO.                                *
001900*----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT EXCUSAL-REGISTER ASSIGN TO "EXCUSDD"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS HLO-EXS-KEY
002700         FILE STATUS IS HXM-EXS-STATUS.
002800
002900     SELECT SITE-DIRECTORY ASSIGN TO "SITEDIR"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS HLO-SITE-CODE
003300         FILE STATUS IS HXM-DIR-STATUS.
003400
003500     SELECT REGION-MASTER ASSIGN TO "REGIONDD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS HLO-REG-CODE
003900         FILE STATUS IS HXM-REG-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  EXCUSAL-REGISTER
004400     LABEL RECORDS ARE OMITTED.
004500     COPY HLOEXS.
004600
004700 FD  SITE-DIRECTORY
004800     LABEL RECORDS ARE OMITTED.
004900     COPY HLOSITE.
005000
005100 FD  REGION-MASTER
005200     LABEL RECORDS ARE OMITTED.
005300     COPY HLOREG.
005400
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------*
005700* FILE STATUS AND OPERATOR INPUT FIELDS                    *
005800*----------------------------------------------------------*
005900 01  HXM-EXS-STATUS             PIC X(02).
006000 01  HXM-DIR-STATUS             PIC X(02).
006100 01  HXM-REG-STATUS             PIC X(02).
006200 01  HXM-SCOPE-IN               PIC X(01).
006300     88  HXM-SCOPE-SITE         VALUE 'S'.
006400     88  HXM-SCOPE-REGION       VALUE 'R'.
006500 01  HXM-CODE-IN                PIC X(05).
006600 01  HXM-CODE-PARTS REDEFINES HXM-CODE-IN.
006700     05  HXM-CODE-REGION        PIC X(02).
006800     05  HXM-CODE-REST          PIC X(03).
006900 01  HXM-FROM-IN                PIC 9(08).
007000 01  HXM-THRU-IN                PIC 9(08).
007100 01  HXM-REASON-IN              PIC X(04).
007200 01  HXM-REASON-TEXT-IN         PIC X(30).
007300 01  HXM-ACTION-IN              PIC X(01).
007400     88  HXM-ACTION-REPLACE     VALUE 'R'.
007500     88  HXM-ACTION-DELETE      VALUE 'D'.
007600 01  HXM-DATE-IN                PIC X(08).
007700 01  HXM-DATE-IN-NUM REDEFINES HXM-DATE-IN
007800                                PIC 9(08).
007900 01  HXM-DATE-PARTS REDEFINES HXM-DATE-IN.
008000     05  HXM-DATE-YYYY          PIC 9(04).
008100     05  HXM-DATE-MM            PIC 9(02).
008200     05  HXM-DATE-DD            PIC 9(02).
008300 01  HXM-ENTRY-VALID-SW         PIC X(01).
008400     88  HXM-ENTRY-VALID        VALUE 'Y'.
008500     88  HXM-ENTRY-NOT-VALID    VALUE 'N'.
008600 77  HXM-TRY-COUNT              PIC 9(01) COMP VALUE ZERO.
008700 01  HXM-CONFIRM-SW             PIC X(01).
008800     88  HXM-CONFIRM-YES        VALUE 'Y' 'y'.
008900 01  HXM-FOUND-SW               PIC X(01).
009000     88  HXM-ENTRY-FOUND        VALUE 'Y'.
009100     88  HXM-ENTRY-NOT-FOUND    VALUE 'N'.
009200 01  HXM-SYSTEM-DATE            PIC 9(08).
009300 01  HXM-SYSTEM-TIME            PIC 9(08).
009400 01  HXM-JOB-NAME               PIC X(08).
009500
009600 PROCEDURE DIVISION.
009700*----------------------------------------------------------*
009800* 0000-MAINLINE                                             *
009900*----------------------------------------------------------*
010000 0000-MAINLINE.
010100     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
010200     PERFORM 2000-GET-ENTRY-KEY THRU 2000-EXIT.
010300     PERFORM 3000-SHOW-CURRENT THRU 3000-EXIT.
010400     IF NOT HXM-ACTION-DELETE
010500         PERFORM 4000-PROMPT-FOR-NEW THRU 4000-EXIT
010600     END-IF.
010700     PERFORM 5000-CONFIRM-AND-WRITE THRU 5000-EXIT.
010800     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
010900     STOP RUN.
011000
011100*----------------------------------------------------------*
011200* 1000-OPEN-FILES                                           *
011300*   OPENS THE REGISTER (CREATING IT IF THIS IS THE FIRST   *
011400*   OUTAGE EVER ENTERED) AND THE SITE DIRECTORY AND REGION *
011500*   MASTER THE CODE IS CHECKED AGAINST.  A JOB WITH NO     *
011510*   USER ID (JOBNAME) TO STAMP ON THE ENTRY IS STOPPED     *
011520*   HERE, BEFORE ANYTHING IS ASKED.                        *
011600*----------------------------------------------------------*
011700 1000-OPEN-FILES.
011800     DISPLAY 'HELLOXCM - EXCUSAL REGISTER MAINTENANCE'.
011810     ACCEPT HXM-JOB-NAME FROM ENVIRONMENT "JOBNAME".
011820     IF HXM-JOB-NAME = SPACES
011830         DISPLAY 'HELLOXCM - NO USER ID (JOBNAME) - '
011840             'NO OUTAGE CAN BE ENTERED.'
011850         MOVE 16 TO RETURN-CODE
011860         STOP RUN
011870     END-IF.
011900     OPEN I-O EXCUSAL-REGISTER.
012000     IF HXM-EXS-STATUS = '35'
012100         OPEN OUTPUT EXCUSAL-REGISTER
012200         CLOSE EXCUSAL-REGISTER
012300         OPEN I-O EXCUSAL-REGISTER
012400     END-IF.
012500     IF HXM-EXS-STATUS NOT = '00'
012600         DISPLAY 'HELLOXCM - UNABLE TO OPEN EXCUSAL-REGISTER, '
012700             'STATUS=' HXM-EXS-STATUS
012800         MOVE 16 TO RETURN-CODE
012900         STOP RUN
013000     END-IF.
013100     OPEN INPUT SITE-DIRECTORY.
013200     IF HXM-DIR-STATUS NOT = '00'
013300         DISPLAY 'HELLOXCM - UNABLE TO OPEN SITE-DIRECTORY, '
013400             'STATUS=' HXM-DIR-STATUS
013500         CLOSE EXCUSAL-REGISTER
013600         MOVE 16 TO RETURN-CODE
013700         STOP RUN
013800     END-IF.
013900     OPEN INPUT REGION-MASTER.
014000     IF HXM-REG-STATUS NOT = '00'
014100         DISPLAY 'HELLOXCM - UNABLE TO OPEN REGION-MASTER, '
014200             'STATUS=' HXM-REG-STATUS
014300         CLOSE EXCUSAL-REGISTER
014400         CLOSE SITE-DIRECTORY
014500         MOVE 16 TO RETURN-CODE
014600         STOP RUN
014700     END-IF.
014800 1000-EXIT.
014900     EXIT.
015000
015100*----------------------------------------------------------*
015200* 2000-GET-ENTRY-KEY                                        *
015300*   THE KEY OF THE ENTRY TO MAINTAIN - SCOPE, SITE OR      *
015400*   REGION CODE, AND THE FIRST DAY OF THE OUTAGE.          *
015500*----------------------------------------------------------*
015600 2000-GET-ENTRY-KEY.
015700     MOVE ZERO TO HXM-TRY-COUNT.
015800     MOVE SPACES TO HXM-SCOPE-IN.
015900     PERFORM 2100-GET-SCOPE THRU 2100-EXIT
016000         UNTIL HXM-SCOPE-SITE OR HXM-SCOPE-REGION.
016100     SET HXM-ENTRY-NOT-VALID TO TRUE.
016200     MOVE ZERO TO HXM-TRY-COUNT.
016300     PERFORM 2200-GET-CODE THRU 2200-EXIT
016400         UNTIL HXM-ENTRY-VALID.
016500     SET HXM-ENTRY-NOT-VALID TO TRUE.
016600     MOVE ZERO TO HXM-TRY-COUNT.
016700     PERFORM 2300-GET-FROM-DATE THRU 2300-EXIT
016800         UNTIL HXM-ENTRY-VALID.
016900 2000-EXIT.
017000     EXIT.
017100
017200*----------------------------------------------------------*
017300* 2100-GET-SCOPE                                            *
017400*----------------------------------------------------------*
017500 2100-GET-SCOPE.
017600     DISPLAY 'ENTER SCOPE (S = ONE SITE, R = WHOLE REGION): '
017700         WITH NO ADVANCING.
017800     ACCEPT HXM-SCOPE-IN.
017900     IF NOT HXM-SCOPE-SITE AND NOT HXM-SCOPE-REGION
018000         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
018100         DISPLAY 'SCOPE MUST BE S OR R - PLEASE RE-ENTER.'
018200     END-IF.
018300 2100-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------*
018700* 2200-GET-CODE                                             *
018800*   A SITE MUST BE ON THE SITE DIRECTORY AND A REGION ON   *
018900*   THE REGION MASTER - AN OUTAGE CANNOT BE ENTERED FOR A  *
019000*   CODE THE STREAM DOES NOT KNOW.                         *
019100*----------------------------------------------------------*
019200 2200-GET-CODE.
019300     IF HXM-SCOPE-SITE
019400         DISPLAY 'ENTER SITE CODE (5 CHARACTERS): '
019500             WITH NO ADVANCING
019600     ELSE
019700         DISPLAY 'ENTER REGION CODE (2 CHARACTERS): '
019800             WITH NO ADVANCING
019900     END-IF.
020000     MOVE SPACES TO HXM-CODE-IN.
020100     ACCEPT HXM-CODE-IN.
020200     IF HXM-CODE-IN = SPACES
020300         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
020400         DISPLAY 'CODE MAY NOT BE BLANK - PLEASE RE-ENTER.'
020500         GO TO 2200-EXIT
020600     END-IF.
020700     IF HXM-SCOPE-REGION
020800         GO TO 2200-REGION
020900     END-IF.
021000     MOVE HXM-CODE-IN TO HLO-SITE-CODE.
021100     READ SITE-DIRECTORY
021200         INVALID KEY
021300             CONTINUE
021400     END-READ.
021500     IF HXM-DIR-STATUS = '00'
021600         SET HXM-ENTRY-VALID TO TRUE
021700         DISPLAY 'SITE ' HXM-CODE-IN ' - ' HLO-SITE-DESC
021800             ' REGION ' HLO-SITE-REGION
021900     ELSE
022000         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
022100         DISPLAY 'SITE ' HXM-CODE-IN ' IS NOT ON THE SITE '
022200             'DIRECTORY - PLEASE RE-ENTER.'
022300     END-IF.
022400     GO TO 2200-EXIT.
022500 2200-REGION.
022600     IF HXM-CODE-REST NOT = SPACES
022700         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
022800         DISPLAY 'REGION CODE IS 2 CHARACTERS - PLEASE '
022900             'RE-ENTER.'
023000         GO TO 2200-EXIT
023100     END-IF.
023200     MOVE HXM-CODE-REGION TO HLO-REG-CODE.
023300     READ REGION-MASTER
023400         INVALID KEY
023500             CONTINUE
023600     END-READ.
023700     IF HXM-REG-STATUS = '00'
023800         SET HXM-ENTRY-VALID TO TRUE
023900         DISPLAY 'REGION ' HXM-CODE-REGION ' - ' HLO-REG-NAME
024000     ELSE
024100         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
024200         DISPLAY 'REGION ' HXM-CODE-REGION ' IS NOT ON THE '
024300             'REGION MASTER - PLEASE RE-ENTER.'
024400     END-IF.
024500 2200-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------*
024900* 2300-GET-FROM-DATE                                        *
025000*   A PAST DATE IS ALLOWED - AN OUTAGE IS OFTEN ENTERED    *
025100*   THE DAY AFTER, AND THE RECONCILIATION STILL HONOURS    *
025200*   IT.                                                    *
025300*----------------------------------------------------------*
025400 2300-GET-FROM-DATE.
025500     DISPLAY 'ENTER FIRST DAY OF THE OUTAGE (YYYYMMDD): '
025600         WITH NO ADVANCING.
025700     ACCEPT HXM-DATE-IN.
025800     PERFORM 4800-EDIT-DATE THRU 4800-EXIT.
025900     IF HXM-ENTRY-VALID
026000         MOVE HXM-DATE-IN-NUM TO HXM-FROM-IN
026100     ELSE
026200         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
026300         DISPLAY 'DATE MUST BE A REAL YYYYMMDD DATE - PLEASE '
026400             'RE-ENTER.'
026500     END-IF.
026600 2300-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------*
027000* 3000-SHOW-CURRENT                                         *
027100*   SHOWS THE ENTRY ON FILE UNDER THE KEY, IF ANY, SO THE  *
027200*   OPERATOR SEES WHAT IS THERE BEFORE REPLACING OR        *
027300*   DELETING IT.  AN OUTAGE ENTERED IN ERROR IS DELETED;   *
027400*   ONE THAT RAN LONGER OR SHORTER IS REPLACED.            *
027500*----------------------------------------------------------*
027600 3000-SHOW-CURRENT.
027700     SET HXM-ENTRY-NOT-FOUND TO TRUE.
027800     MOVE SPACES TO HXM-ACTION-IN.
027900     MOVE HXM-SCOPE-IN TO HLO-EXS-SCOPE.
028000     MOVE HXM-CODE-IN TO HLO-EXS-CODE.
028100     MOVE HXM-FROM-IN TO HLO-EXS-FROM-DATE.
028200     READ EXCUSAL-REGISTER
028300         INVALID KEY
028400             CONTINUE
028500     END-READ.
028600     IF HXM-EXS-STATUS NOT = '00'
028700         DISPLAY 'NEW OUTAGE - AN ENTRY WILL BE ADDED.'
028800         GO TO 3000-EXIT
028900     END-IF.
029000     SET HXM-ENTRY-FOUND TO TRUE.
029100     DISPLAY 'ON FILE: THRU ' HLO-EXS-THRU-DATE
029200         ' REASON ' HLO-EXS-REASON ' ' HLO-EXS-REASON-TEXT.
029300     DISPLAY '         ENTERED BY ' HLO-EXS-ENTERED-BY
029400         ' ON ' HLO-EXS-ENTRY-DATE.
029500     MOVE ZERO TO HXM-TRY-COUNT.
029600     PERFORM 3100-GET-ACTION THRU 3100-EXIT
029700         UNTIL HXM-ACTION-REPLACE OR HXM-ACTION-DELETE.
029800 3000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------*
030200* 3100-GET-ACTION                                           *
030300*----------------------------------------------------------*
030400 3100-GET-ACTION.
030500     DISPLAY 'REPLACE OR DELETE THIS ENTRY (R/D): '
030600         WITH NO ADVANCING.
030700     ACCEPT HXM-ACTION-IN.
030800     IF NOT HXM-ACTION-REPLACE AND NOT HXM-ACTION-DELETE
030900         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
031000         DISPLAY 'ENTER R OR D - PLEASE RE-ENTER.'
031100     END-IF.
031200 3100-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------*
031600* 4000-PROMPT-FOR-NEW                                       *
031700*   PROMPTS FOR THE LAST DAY OF THE OUTAGE, WHICH MAY NOT  *
031800*   BE BEFORE THE FIRST, AND THE REASON - ONE OF THE CODES *
031900*   ON THE REGISTER LAYOUT - WITH A FREE-TEXT NOTE.        *
032000*----------------------------------------------------------*
032100 4000-PROMPT-FOR-NEW.
032200     SET HXM-ENTRY-NOT-VALID TO TRUE.
032300     MOVE ZERO TO HXM-TRY-COUNT.
032400     PERFORM 4100-GET-THRU-DATE THRU 4100-EXIT
032500         UNTIL HXM-ENTRY-VALID.
032600     SET HXM-ENTRY-NOT-VALID TO TRUE.
032700     MOVE ZERO TO HXM-TRY-COUNT.
032800     PERFORM 4200-GET-REASON THRU 4200-EXIT
032900         UNTIL HXM-ENTRY-VALID.
033000     DISPLAY 'ENTER REASON NOTE (UP TO 30 CHARACTERS): '
033100         WITH NO ADVANCING.
033200     ACCEPT HXM-REASON-TEXT-IN.
033300 4000-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------*
033700* 4100-GET-THRU-DATE                                        *
033800*----------------------------------------------------------*
033900 4100-GET-THRU-DATE.
034000     DISPLAY 'ENTER LAST DAY OF THE OUTAGE (YYYYMMDD): '
034100         WITH NO ADVANCING.
034200     ACCEPT HXM-DATE-IN.
034300     PERFORM 4800-EDIT-DATE THRU 4800-EXIT.
034400     IF HXM-ENTRY-NOT-VALID
034500         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
034600         DISPLAY 'DATE MUST BE A REAL YYYYMMDD DATE - PLEASE '
034700             'RE-ENTER.'
034800         GO TO 4100-EXIT
034900     END-IF.
035000     IF HXM-DATE-IN-NUM < HXM-FROM-IN
035100         SET HXM-ENTRY-NOT-VALID TO TRUE
035200         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
035300         DISPLAY 'LAST DAY IS BEFORE THE FIRST DAY ' HXM-FROM-IN
035400             ' - PLEASE RE-ENTER.'
035500         GO TO 4100-EXIT
035600     END-IF.
035700     MOVE HXM-DATE-IN-NUM TO HXM-THRU-IN.
035800 4100-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------*
036200* 4200-GET-REASON                                           *
036300*----------------------------------------------------------*
036400 4200-GET-REASON.
036500     DISPLAY 'ENTER REASON (WTHR = WEATHER, POWR = POWER CUT, '
036600         'EMRG = EMERGENCY CLOSURE, OTHR = OTHER): '
036700         WITH NO ADVANCING.
036800     ACCEPT HXM-REASON-IN.
036900     MOVE HXM-REASON-IN TO HLO-EXS-REASON.
037000     IF HLO-EXS-REASON-VALID
037100         SET HXM-ENTRY-VALID TO TRUE
037200     ELSE
037300         PERFORM 4900-BAD-ENTRY THRU 4900-EXIT
037400         DISPLAY 'REASON MUST BE WTHR, POWR, EMRG OR OTHR - '
037500             'PLEASE RE-ENTER.'
037600     END-IF.
037700 4200-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------*
038100* 4800-EDIT-DATE                                            *
038200*   LEAVES HXM-ENTRY-VALID SET WHEN HXM-DATE-IN HOLDS AN   *
038300*   8-DIGIT DATE WITH A MONTH OF 01-12 AND A DAY OF 01-31. *
038400*----------------------------------------------------------*
038500 4800-EDIT-DATE.
038600     SET HXM-ENTRY-NOT-VALID TO TRUE.
038700     IF HXM-DATE-IN-NUM IS NUMERIC
038800         AND HXM-DATE-MM > ZERO
038900         AND HXM-DATE-MM < 13
039000         AND HXM-DATE-DD > ZERO
039100         AND HXM-DATE-DD < 32
039200         SET HXM-ENTRY-VALID TO TRUE
039300     END-IF.
039400 4800-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800* 4900-BAD-ENTRY                                            *
039900*   THREE BAD ENTRIES IN A ROW ABANDONS THE SITTING WITH   *
040000*   NOTHING WRITTEN, RATHER THAN PROMPTING FOREVER.        *
040100*----------------------------------------------------------*
040200 4900-BAD-ENTRY.
040300     ADD 1 TO HXM-TRY-COUNT.
040400     IF HXM-TRY-COUNT > 2
040500         DISPLAY 'THREE INVALID ENTRIES - MAINTENANCE '
040600             'ABANDONED, NO CHANGES WRITTEN.'
040700         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
040800         MOVE 16 TO RETURN-CODE
040900         STOP RUN
041000     END-IF.
041100 4900-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------*
041500* 5000-CONFIRM-AND-WRITE                                    *
041600*   ECHOES THE ENTRY BACK AND ONLY UPDATES THE REGISTER IF *
041700*   THE OPERATOR CONFIRMS.  AN ADDED OR REPLACED ENTRY IS  *
041800*   STAMPED WITH THE JOB/USER ID AND THE DATE AND TIME.    *
041900*----------------------------------------------------------*
042000 5000-CONFIRM-AND-WRITE.
042100     DISPLAY 'SCOPE       : ' HXM-SCOPE-IN.
042200     DISPLAY 'CODE        : ' HXM-CODE-IN.
042300     DISPLAY 'FIRST DAY   : ' HXM-FROM-IN.
042400     IF HXM-ACTION-DELETE
042500         DISPLAY 'CONFIRM DELETE (Y/N): ' WITH NO ADVANCING
042600     ELSE
042700         DISPLAY 'LAST DAY    : ' HXM-THRU-IN
042800         DISPLAY 'REASON      : ' HXM-REASON-IN
042900         DISPLAY 'NOTE        : ' HXM-REASON-TEXT-IN
043000         DISPLAY 'CONFIRM UPDATE (Y/N): ' WITH NO ADVANCING
043100     END-IF.
043200     ACCEPT HXM-CONFIRM-SW.
043300     IF NOT HXM-CONFIRM-YES
043400         DISPLAY 'UPDATE CANCELLED - NO CHANGES WRITTEN.'
043500         GO TO 5000-EXIT
043600     END-IF.
043700     IF HXM-ACTION-DELETE
043800         DELETE EXCUSAL-REGISTER
043900             INVALID KEY
044000                 CONTINUE
044100         END-DELETE
044200         GO TO 5000-CHECK
044300     END-IF.
044400     ACCEPT HXM-SYSTEM-DATE FROM DATE YYYYMMDD.
044500     ACCEPT HXM-SYSTEM-TIME FROM TIME.
044700     MOVE SPACES TO HLO-EXS-RECORD.
044800     MOVE HXM-SCOPE-IN TO HLO-EXS-SCOPE.
044900     MOVE HXM-CODE-IN TO HLO-EXS-CODE.
045000     MOVE HXM-FROM-IN TO HLO-EXS-FROM-DATE.
045100     MOVE HXM-THRU-IN TO HLO-EXS-THRU-DATE.
045200     MOVE HXM-REASON-IN TO HLO-EXS-REASON.
045300     MOVE HXM-REASON-TEXT-IN TO HLO-EXS-REASON-TEXT.
045400     MOVE HXM-JOB-NAME TO HLO-EXS-ENTERED-BY.
045500     MOVE HXM-SYSTEM-DATE TO HLO-EXS-ENTRY-DATE.
045600     MOVE HXM-SYSTEM-TIME TO HLO-EXS-ENTRY-TIME.
045700     IF HXM-ENTRY-FOUND
045800         REWRITE HLO-EXS-RECORD
045900             INVALID KEY
046000                 CONTINUE
046100         END-REWRITE
046200     ELSE
046300         WRITE HLO-EXS-RECORD
046400             INVALID KEY
046500                 CONTINUE
046600         END-WRITE
046700     END-IF.
046800 5000-CHECK.
046900     IF HXM-EXS-STATUS = '00'
047000         DISPLAY 'EXCUSAL-REGISTER UPDATED.'
047100     ELSE
047200         DISPLAY 'HELLOXCM - EXCUSAL-REGISTER NOT UPDATED, '
047300             'STATUS=' HXM-EXS-STATUS
047400         MOVE 16 TO RETURN-CODE
047500     END-IF.
047600 5000-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------*
048000* 9000-CLOSE-FILES                                          *
048100*----------------------------------------------------------*
048200 9000-CLOSE-FILES.
048300     CLOSE EXCUSAL-REGISTER.
048400     CLOSE SITE-DIRECTORY.
048500     CLOSE REGION-MASTER.
048600 9000-EXIT.
048700     EXIT.
