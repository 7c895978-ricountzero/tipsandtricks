000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLORGM.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  PROMPT-AND-CONFIRM      *
001200*                 MAINTENANCE OF THE REGION MASTER - NAME,  *
001300*                 SLA CUT-OFF, TIME-ZONE OFFSET, AND        *
001400*                 CONTACT FOR EACH 2-BYTE REGION CODE.      *
001500*                 UNTIL NOW THE REGION WAS A BARE CODE THAT *
001600*                 NOTHING IN THE STREAM COULD NAME OR HOLD  *
001700*                 TO A DEADLINE.                            *
001800*----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT REGION-MASTER ASSIGN TO "REGIONDD"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS HLO-REG-CODE
002600         FILE STATUS IS HRG-REG-STATUS.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  REGION-MASTER
003100     LABEL RECORDS ARE OMITTED.
003200     COPY HLOREG.
003300
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------*
003600* FILE STATUS AND OPERATOR INPUT FIELDS                    *
003700*----------------------------------------------------------*
003800 01  HRG-REG-STATUS             PIC X(02).
003900 01  HRG-REGION-IN              PIC X(02).
004000 01  HRG-NAME-IN                PIC X(20).
004100 01  HRG-CUTOFF-IN              PIC 9(06).
004200 01  HRG-TIME-IN                PIC X(06).
004300 01  HRG-TIME-IN-NUM REDEFINES HRG-TIME-IN
004400                                PIC 9(06).
004500 01  HRG-TIME-PARTS REDEFINES HRG-TIME-IN.
004600     05  HRG-TIME-HH            PIC 9(02).
004700     05  HRG-TIME-MM            PIC 9(02).
004800     05  HRG-TIME-SS            PIC 9(02).
004900 01  HRG-TZ-IN                  PIC X(03).
005000 01  HRG-TZ-IN-NUM REDEFINES HRG-TZ-IN
005100                                PIC S9(02)
005200                                SIGN IS LEADING SEPARATE.
005300 01  HRG-TZ-OFFSET-IN           PIC S9(02)
005400                                SIGN IS LEADING SEPARATE.
005500 01  HRG-CONTACT-NAME-IN        PIC X(20).
005600 01  HRG-CONTACT-PHONE-IN       PIC X(15).
005700 01  HRG-ENTRY-VALID-SW         PIC X(01).
005800     88  HRG-ENTRY-VALID        VALUE 'Y'.
005900     88  HRG-ENTRY-NOT-VALID    VALUE 'N'.
006000 77  HRG-TRY-COUNT              PIC 9(01) COMP VALUE ZERO.
006100 01  HRG-CONFIRM-SW             PIC X(01).
006200     88  HRG-CONFIRM-YES        VALUE 'Y' 'y'.
006300 01  HRG-FOUND-SW               PIC X(01).
006400     88  HRG-REGION-FOUND       VALUE 'Y'.
006500     88  HRG-REGION-NOT-FOUND   VALUE 'N'.
006600
006700 PROCEDURE DIVISION.
006800*----------------------------------------------------------*
006900* 0000-MAINLINE                                             *
007000*----------------------------------------------------------*
007100 0000-MAINLINE.
007200     PERFORM 1000-GET-REGION-CODE THRU 1000-EXIT.
007300     PERFORM 2000-SHOW-CURRENT THRU 2000-EXIT.
007400     PERFORM 3000-PROMPT-FOR-NEW THRU 3000-EXIT.
007500     PERFORM 4000-CONFIRM-AND-WRITE THRU 4000-EXIT.
007600     CLOSE REGION-MASTER.
007700     STOP RUN.
007800
007900*----------------------------------------------------------*
008000* 1000-GET-REGION-CODE                                      *
008100*----------------------------------------------------------*
008200 1000-GET-REGION-CODE.
008300     DISPLAY 'HELLORGM - REGION MASTER MAINTENANCE'.
008400     DISPLAY 'ENTER REGION CODE TO MAINTAIN (2 CHARACTERS): '
008500         WITH NO ADVANCING.
008600     ACCEPT HRG-REGION-IN.
008700     IF HRG-REGION-IN = SPACES
008800         DISPLAY 'BLANK REGION CODE - MAINTENANCE ABANDONED.'
008900         MOVE 16 TO RETURN-CODE
009000         STOP RUN
009100     END-IF.
009200 1000-EXIT.
009300     EXIT.
009400
009500*----------------------------------------------------------*
009600* 2000-SHOW-CURRENT                                         *
009700*   OPENS THE REGION MASTER (CREATING IT IF THIS IS THE    *
009800*   FIRST REGION EVER ENTERED) AND SHOWS THE RECORD ON     *
009900*   FILE FOR THE REQUESTED REGION, SO THE OPERATOR SEES    *
010000*   WHAT IS THERE BEFORE REPLACING IT.                     *
010100*----------------------------------------------------------*
010200 2000-SHOW-CURRENT.
010300     OPEN I-O REGION-MASTER.
010400     IF HRG-REG-STATUS = '35'
010500         OPEN OUTPUT REGION-MASTER
010600         CLOSE REGION-MASTER
010700         OPEN I-O REGION-MASTER
010800     END-IF.
010900     IF HRG-REG-STATUS NOT = '00'
011000         DISPLAY 'HELLORGM - UNABLE TO OPEN REGION-MASTER, '
011100             'STATUS=' HRG-REG-STATUS
011200         MOVE 16 TO RETURN-CODE
011300         STOP RUN
011400     END-IF.
011500     SET HRG-REGION-NOT-FOUND TO TRUE.
011600     MOVE HRG-REGION-IN TO HLO-REG-CODE.
011700     READ REGION-MASTER
011800         INVALID KEY
011900             CONTINUE
012000     END-READ.
012100     IF HRG-REG-STATUS = '00'
012200         SET HRG-REGION-FOUND TO TRUE
012300         MOVE HLO-REG-TZ-OFFSET TO HRG-TZ-IN-NUM
012400         DISPLAY 'ON FILE: NAME ' HLO-REG-NAME
012500             ' CUT-OFF ' HLO-REG-CUTOFF
012600             ' TZ OFFSET ' HRG-TZ-IN
012700         DISPLAY '         CONTACT ' HLO-REG-CONTACT-NAME
012800             ' PHONE ' HLO-REG-CONTACT-PHONE
012900         DISPLAY 'THIS REGION IS ON FILE AND WILL BE REPLACED.'
013000     ELSE
013100         DISPLAY 'NEW REGION - A RECORD WILL BE ADDED.'
013200     END-IF.
013300 2000-EXIT.
013400     EXIT.
013500
013600*----------------------------------------------------------*
013700* 3000-PROMPT-FOR-NEW                                       *
013800*   PROMPTS FOR THE REGION FIELDS.  THE CUT-OFF MUST BE A  *
013900*   REAL HHMMSS CLOCK TIME (000000 = NO SLA) AND THE       *
014000*   OFFSET A SIGNED WHOLE NUMBER OF HOURS, -12 TO +14.     *
014100*----------------------------------------------------------*
014200 3000-PROMPT-FOR-NEW.
014300     DISPLAY 'ENTER REGION NAME (UP TO 20 CHARACTERS): '
014400         WITH NO ADVANCING.
014500     ACCEPT HRG-NAME-IN.
014600     SET HRG-ENTRY-NOT-VALID TO TRUE.
014700     MOVE ZERO TO HRG-TRY-COUNT.
014800     PERFORM 3100-GET-CUTOFF THRU 3100-EXIT
014900         UNTIL HRG-ENTRY-VALID.
015000     SET HRG-ENTRY-NOT-VALID TO TRUE.
015100     MOVE ZERO TO HRG-TRY-COUNT.
015200     PERFORM 3200-GET-TZ-OFFSET THRU 3200-EXIT
015300         UNTIL HRG-ENTRY-VALID.
015400     DISPLAY 'ENTER CONTACT NAME (UP TO 20 CHARACTERS): '
015500         WITH NO ADVANCING.
015600     ACCEPT HRG-CONTACT-NAME-IN.
015700     DISPLAY 'ENTER CONTACT PHONE (UP TO 15 CHARACTERS): '
015800         WITH NO ADVANCING.
015900     ACCEPT HRG-CONTACT-PHONE-IN.
016000 3000-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------*
016400* 3100-GET-CUTOFF                                           *
016500*----------------------------------------------------------*
016600 3100-GET-CUTOFF.
016700     DISPLAY 'ENTER SLA CUT-OFF, REGION LOCAL TIME (HHMMSS, '
016800         '000000 = NONE): ' WITH NO ADVANCING.
016900     ACCEPT HRG-TIME-IN.
017000     IF HRG-TIME-IN-NUM IS NUMERIC
017100         AND HRG-TIME-HH < 24
017200         AND HRG-TIME-MM < 60
017300         AND HRG-TIME-SS < 60
017400         SET HRG-ENTRY-VALID TO TRUE
017500         MOVE HRG-TIME-IN-NUM TO HRG-CUTOFF-IN
017600     ELSE
017700         PERFORM 3400-BAD-ENTRY THRU 3400-EXIT
017800         DISPLAY 'CUT-OFF MUST BE A 6-DIGIT CLOCK TIME - '
017900             'PLEASE RE-ENTER.'
018000     END-IF.
018100 3100-EXIT.
018200     EXIT.
018300
018400*----------------------------------------------------------*
018500* 3200-GET-TZ-OFFSET                                        *
018600*----------------------------------------------------------*
018700 3200-GET-TZ-OFFSET.
018800     DISPLAY 'ENTER TIME-ZONE OFFSET FROM THE HOST CLOCK '
018900         '(+HH OR -HH): ' WITH NO ADVANCING.
019000     ACCEPT HRG-TZ-IN.
019100     IF HRG-TZ-IN-NUM IS NUMERIC
019200         AND HRG-TZ-IN-NUM NOT < -12
019300         AND HRG-TZ-IN-NUM NOT > +14
019400         SET HRG-ENTRY-VALID TO TRUE
019500         MOVE HRG-TZ-IN-NUM TO HRG-TZ-OFFSET-IN
019600     ELSE
019700         PERFORM 3400-BAD-ENTRY THRU 3400-EXIT
019800         DISPLAY 'OFFSET MUST BE A SIGN AND TWO DIGITS, -12 '
019900             'TO +14 - PLEASE RE-ENTER.'
020000     END-IF.
020100 3200-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------*
020500* 3400-BAD-ENTRY                                            *
020600*   THREE BAD ENTRIES IN A ROW ABANDONS THE SITTING WITH   *
020700*   NOTHING WRITTEN, RATHER THAN PROMPTING FOREVER.        *
020800*----------------------------------------------------------*
020900 3400-BAD-ENTRY.
021000     ADD 1 TO HRG-TRY-COUNT.
021100     IF HRG-TRY-COUNT > 2
021200         DISPLAY 'THREE INVALID ENTRIES - MAINTENANCE '
021300             'ABANDONED, NO CHANGES WRITTEN.'
021400         CLOSE REGION-MASTER
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800 3400-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------*
022200* 4000-CONFIRM-AND-WRITE                                    *
022300*   ECHOES THE NEW VALUES BACK AND ONLY UPDATES THE        *
022400*   REGION MASTER IF THE OPERATOR CONFIRMS.  AN EXISTING   *
022500*   REGION IS REWRITTEN; A NEW ONE IS ADDED.               *
022600*----------------------------------------------------------*
022700 4000-CONFIRM-AND-WRITE.
022800     MOVE HRG-TZ-OFFSET-IN TO HRG-TZ-IN-NUM.
022900     DISPLAY 'REGION CODE : ' HRG-REGION-IN.
023000     DISPLAY 'REGION NAME : ' HRG-NAME-IN.
023100     DISPLAY 'SLA CUT-OFF : ' HRG-CUTOFF-IN.
023200     DISPLAY 'TZ OFFSET   : ' HRG-TZ-IN.
023300     DISPLAY 'CONTACT     : ' HRG-CONTACT-NAME-IN.
023400     DISPLAY 'PHONE       : ' HRG-CONTACT-PHONE-IN.
023500     DISPLAY 'CONFIRM UPDATE (Y/N): ' WITH NO ADVANCING.
023600     ACCEPT HRG-CONFIRM-SW.
023700     IF HRG-CONFIRM-YES
023800         MOVE SPACES TO HLO-REG-RECORD
023900         MOVE HRG-REGION-IN TO HLO-REG-CODE
024000         MOVE HRG-NAME-IN TO HLO-REG-NAME
024100         MOVE HRG-CUTOFF-IN TO HLO-REG-CUTOFF
024200         MOVE HRG-TZ-OFFSET-IN TO HLO-REG-TZ-OFFSET
024300         MOVE HRG-CONTACT-NAME-IN TO HLO-REG-CONTACT-NAME
024400         MOVE HRG-CONTACT-PHONE-IN TO HLO-REG-CONTACT-PHONE
024500         IF HRG-REGION-FOUND
024600             REWRITE HLO-REG-RECORD
024700         ELSE
024800             WRITE HLO-REG-RECORD
024900         END-IF
025000         DISPLAY 'REGION-MASTER UPDATED.'
025100     ELSE
025200         DISPLAY 'UPDATE CANCELLED - NO CHANGES WRITTEN.'
025300     END-IF.
025400 4000-EXIT.
025500     EXIT.
