001830*                 RELOADS IT IN KEY ORDER; THE ARCHIVE      *
001840*                 GENERATION AND THE WORK FILE STAY PLAIN   *
001850*                 SEQUENTIAL.                               *
001851* 10/15/26  RLT   THE CUT KEEPS THE HELLO-LOG CHAIN WHOLE.  *
001852*                 A FIRST PASS FINDS THE LOWEST SEQUENCE    *
001853*                 NUMBER THE LIVE LOG MUST KEEP; CHAINED    *
001854*                 RECORDS ARE ARCHIVED ONLY BELOW IT, SO    *
001855*                 THE LIVE LOG ALWAYS HOLDS AN UNBROKEN RUN *
001856*                 OF THE CHAIN.  DATED-FOR-ARCHIVE RECORDS  *
001857*                 ABOVE IT ARE HELD BACK AND COUNTED.  THE  *
001858*                 LAST ARCHIVED LINK IS POSTED AS THE CHAIN *
001859*                 ANCHOR ON LOG-CHAIN FOR HELLOVFY.         *
001860*                 RECORDS ARE COPIED AS THEY STAND, NEVER   *
001861*                 RESTAMPED.                                *
001900*----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003900     SELECT REPORT-FILE ASSIGN TO "RPTDD"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS HAR-RPT-STATUS.
004110
004120     SELECT LOG-CHAIN ASSIGN TO "CHAINDD"
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS RANDOM
004150         RECORD KEY IS HLO-CHN-KEY
004160         FILE STATUS IS HAR-CHN-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
006400 FD  REPORT-FILE
006500     LABEL RECORDS ARE OMITTED.
006600 01  HAR-REPORT-LINE            PIC X(132).
006610
006620 FD  LOG-CHAIN
006630     LABEL RECORDS ARE OMITTED.
006640     COPY HLOCHN.
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------*
007400 01  HAR-ARCH-STATUS            PIC X(02).
007500 01  HAR-WORK-STATUS            PIC X(02).
007600 01  HAR-RPT-STATUS             PIC X(02).
007610 01  HAR-CHN-STATUS             PIC X(02).
007700 01  HAR-LOG-EOF-SW             PIC X(01).
007800     88  HAR-LOG-EOF            VALUE 'Y'.
007900     88  HAR-LOG-NOT-EOF        VALUE 'N'.
010200     05  HAR-RUN-YYYY           PIC 9(04).
010300     05  HAR-RUN-MM             PIC 9(02).
010400     05  HAR-RUN-DD             PIC 9(02).
010401 01  HAR-DATE-SW                PIC X(01).
010402     88  HAR-DATE-ARCHIVE       VALUE 'A'.
010403     88  HAR-DATE-RETAIN        VALUE 'R'.
010404     88  HAR-DATE-BAD           VALUE 'B'.
010405
010406*----------------------------------------------------------*
010407* CHAIN CUT.  A RECORD CARRYING A SEQUENCE NUMBER IS A     *
010408* LINK IN THE HELLO-LOG CHAIN.  THE CUT SEQUENCE IS THE    *
010409* HIGHEST LINK THAT MAY LEAVE THE LIVE LOG - ONE BELOW THE *
010410* LOWEST LINK KEPT BY DATE - AND THE ANCHOR IS THE LAST    *
010411* LINK THAT ACTUALLY WENT TO THE ARCHIVE.                  *
010412*----------------------------------------------------------*
010413 01  HAR-CHAIN-SW               PIC X(01).
010414     88  HAR-CHAINED            VALUE 'Y'.
010415     88  HAR-UNCHAINED          VALUE 'N'.
010416 01  HAR-KEEP-SW                PIC X(01).
010417     88  HAR-KEEP-FOUND         VALUE 'Y'.
010418     88  HAR-KEEP-NOT-FOUND     VALUE 'N'.
010419 01  HAR-MIN-KEEP-SEQ           PIC 9(09).
010420 01  HAR-MAX-CHAIN-SEQ          PIC 9(09).
010421 01  HAR-CUT-SEQ                PIC 9(09).
010422 01  HAR-ANCHOR-SEQ             PIC 9(09).
010423 01  HAR-ANCHOR-CHECK           PIC 9(09).
010424 01  HAR-ANCHOR-DATE            PIC 9(08).
010500
010600*----------------------------------------------------------*
010700* DISPOSITION COUNTERS                                     *
011000 77  HAR-RETAINED-COUNT         PIC 9(07) COMP VALUE ZERO.
011100 77  HAR-BAD-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
011200 77  HAR-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
011210 77  HAR-HELD-BACK-COUNT        PIC 9(07) COMP VALUE ZERO.
011300
011400*----------------------------------------------------------*
011500* PRINT LINE WORK AREAS                                    *
011600*----------------------------------------------------------*
011700 01  HAR-PRINT-COUNT            PIC ZZZZZZ9.
011710 01  HAR-PRINT-SEQ              PIC ZZZZZZZZ9.
011800
011900 PROCEDURE DIVISION.
012000*----------------------------------------------------------*
012600         PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
012700             UNTIL HAR-LOG-EOF
012800         PERFORM 3000-REWRITE-LIVE-LOG THRU 3000-EXIT
012810         PERFORM 3500-POST-CHAIN-ANCHOR THRU 3500-EXIT
012900         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
013000     END-IF.
013100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 1000-EXIT
016900     END-IF.
016910     PERFORM 1500-FIND-CHAIN-CUT THRU 1500-EXIT.
016920     IF HAR-INIT-BAD
016930         GO TO 1000-EXIT
016940     END-IF.
017000     OPEN OUTPUT ARCHIVE-FILE.
017100     IF HAR-ARCH-STATUS NOT = '00'
017200         DISPLAY 'HELLOARC - UNABLE TO OPEN ARCHIVE-FILE, '
019400     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
019500 1000-EXIT.
019600     EXIT.
019601
019602*----------------------------------------------------------*
019603* 1500-FIND-CHAIN-CUT                                       *
019604*   FIRST PASS OVER THE LIVE LOG.  FINDS THE LOWEST CHAIN  *
019605*   LINK THE DATE TEST WOULD KEEP; EVERYTHING BELOW IT MAY *
019606*   GO TO THE ARCHIVE AND NOTHING AT OR ABOVE IT MAY, SO   *
019607*   THE LIVE LOG STAYS ONE UNBROKEN PIECE OF THE CHAIN     *
019608*   EVEN WHERE WRITE ORDER AND KEY ORDER DISAGREE.  WITH   *
019609*   NO LINK KEPT BY DATE, THE WHOLE CHAIN MAY GO.  THE LOG *
019610*   IS THEN CLOSED AND REOPENED FOR THE SPLITTING PASS.    *
019611*----------------------------------------------------------*
019612 1500-FIND-CHAIN-CUT.
019613     SET HAR-KEEP-NOT-FOUND TO TRUE.
019614     MOVE ZERO TO HAR-MIN-KEEP-SEQ.
019615     MOVE ZERO TO HAR-MAX-CHAIN-SEQ.
019616     MOVE ZERO TO HAR-ANCHOR-SEQ.
019617     MOVE ZERO TO HAR-ANCHOR-CHECK.
019618     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
019619     PERFORM 1600-SCAN-ONE-RECORD THRU 1600-EXIT
019620         UNTIL HAR-LOG-EOF.
019621     IF HAR-KEEP-FOUND
019622         COMPUTE HAR-CUT-SEQ = HAR-MIN-KEEP-SEQ - 1
019623     ELSE
019624         MOVE HAR-MAX-CHAIN-SEQ TO HAR-CUT-SEQ
019625     END-IF.
019626     CLOSE HELLO-LOG.
019627     SET HAR-LOG-NOT-EOF TO TRUE.
019628     OPEN INPUT HELLO-LOG.
019629     IF HAR-LOG-STATUS NOT = '00'
019630         DISPLAY 'HELLOARC - UNABLE TO REOPEN HELLO-LOG, STATUS='
019631             HAR-LOG-STATUS
019632         SET HAR-INIT-BAD TO TRUE
019633         MOVE 16 TO RETURN-CODE
019634     END-IF.
019635 1500-EXIT.
019636     EXIT.
019637
019638*----------------------------------------------------------*
019639* 1600-SCAN-ONE-RECORD                                      *
019640*----------------------------------------------------------*
019641 1600-SCAN-ONE-RECORD.
019642     PERFORM 2200-CLASSIFY-RECORD THRU 2200-EXIT.
019643     IF HAR-UNCHAINED
019644         GO TO 1600-NEXT
019645     END-IF.
019646     IF HLO-LOG-SEQ-NO > HAR-MAX-CHAIN-SEQ
019647         MOVE HLO-LOG-SEQ-NO TO HAR-MAX-CHAIN-SEQ
019648     END-IF.
019649     IF HAR-DATE-ARCHIVE
019650         GO TO 1600-NEXT
019651     END-IF.
019652     IF HAR-KEEP-NOT-FOUND
019653         OR HLO-LOG-SEQ-NO < HAR-MIN-KEEP-SEQ
019654         MOVE HLO-LOG-SEQ-NO TO HAR-MIN-KEEP-SEQ
019655         SET HAR-KEEP-FOUND TO TRUE
019656     END-IF.
019657 1600-NEXT.
019658     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
019659 1600-EXIT.
019660     EXIT.
019700
019800*----------------------------------------------------------*
019900* 2000-SPLIT-RECORD                                         *
020000*   SENDS THE CURRENT HELLO-LOG RECORD TO THE ARCHIVE OR    *
020100*   TO THE RETAINED-WORK FILE.  A CHAIN LINK GOES BY ITS    *
020110*   SEQUENCE NUMBER AGAINST THE CUT; ANY OTHER RECORD BY   *
020120*   ITS RUN DATE, AS ALWAYS.  A RECORD WHOSE RUN DATE      *
020200*   WILL NOT PARSE IS NEVER ARCHIVED - IT IS RETAINED AND   *
020300*   COUNTED SO THE DISPOSITION REPORT CALLS IT OUT FOR     *
020400*   MANUAL REVIEW INSTEAD OF QUIETLY BURYING IT IN A       *
020600*----------------------------------------------------------*
020700 2000-SPLIT-RECORD.
020800     ADD 1 TO HAR-READ-COUNT.
020810     PERFORM 2200-CLASSIFY-RECORD THRU 2200-EXIT.
020820     IF HAR-CHAINED
020830         IF HLO-LOG-SEQ-NO NOT > HAR-CUT-SEQ
020840             ADD 1 TO HAR-ARCHIVED-COUNT
020850             IF HLO-LOG-SEQ-NO > HAR-ANCHOR-SEQ
020860                 MOVE HLO-LOG-SEQ-NO TO HAR-ANCHOR-SEQ
020870                 MOVE HLO-LOG-CHECK-VALUE TO HAR-ANCHOR-CHECK
020880             END-IF
020890             WRITE HAR-ARCHIVE-RECORD FROM HLO-LOG-RECORD
020900             GO TO 2000-NEXT
020910         END-IF
020920         IF HAR-DATE-ARCHIVE
020930             ADD 1 TO HAR-HELD-BACK-COUNT
020940             ADD 1 TO HAR-RETAINED-COUNT
020950             WRITE HAR-WORK-RECORD FROM HLO-LOG-RECORD
020960             GO TO 2000-NEXT
020970         END-IF
020980     END-IF.
020990     IF HAR-DATE-BAD
021300         ADD 1 TO HAR-BAD-DATE-COUNT
021400         ADD 1 TO HAR-RETAINED-COUNT
021500         WRITE HAR-WORK-RECORD FROM HLO-LOG-RECORD
021600         GO TO 2000-NEXT
021700     END-IF.
022000     IF HAR-DATE-ARCHIVE
022100         ADD 1 TO HAR-ARCHIVED-COUNT
022200         WRITE HAR-ARCHIVE-RECORD FROM HLO-LOG-RECORD
022300     ELSE
023900     END-READ.
024000 2100-EXIT.
024100     EXIT.
024101
024102*----------------------------------------------------------*
024103* 2200-CLASSIFY-RECORD                                      *
024104*   SAYS WHETHER THE CURRENT RECORD IS A CHAIN LINK, AND   *
024105*   WHETHER ITS RUN DATE FALLS BEFORE THE CUTOFF, ON OR    *
024106*   AFTER IT, OR WILL NOT PARSE.  RECORDS WRITTEN BEFORE   *
024107*   THE LOG WAS CHAINED CARRY SPACES FOR A SEQUENCE.       *
024108*----------------------------------------------------------*
024109 2200-CLASSIFY-RECORD.
024110     SET HAR-UNCHAINED TO TRUE.
024111     IF HLO-LOG-SEQ-NO IS NUMERIC
024112         IF HLO-LOG-SEQ-NO > ZERO
024113             SET HAR-CHAINED TO TRUE
024114         END-IF
024115     END-IF.
024116     MOVE HLO-LOG-RUN-DATE TO HAR-RUN-DATE-SPLIT.
024117     IF HLO-LOG-RUN-DATE IS NOT NUMERIC
024118         OR HAR-RUN-MM < 01 OR HAR-RUN-MM > 12
024119         OR HAR-RUN-DD < 01 OR HAR-RUN-DD > 31
024120         SET HAR-DATE-BAD TO TRUE
024121         GO TO 2200-EXIT
024122     END-IF.
024123     COMPUTE HAR-LOG-YYYYMM =
024124         HAR-RUN-YYYY * 100 + HAR-RUN-MM.
024125     IF HAR-LOG-YYYYMM < HAR-CUTOFF-YYYYMM
024126         SET HAR-DATE-ARCHIVE TO TRUE
024127     ELSE
024128         SET HAR-DATE-RETAIN TO TRUE
024129     END-IF.
024130 2200-EXIT.
024131     EXIT.
024200
024300*----------------------------------------------------------*
024400* 3000-REWRITE-LIVE-LOG                                     *
027400     WRITE HLO-LOG-RECORD FROM HAR-WORK-RECORD.
027500 3100-EXIT.
027600     EXIT.
027601
027602*----------------------------------------------------------*
027603* 3500-POST-CHAIN-ANCHOR                                    *
027604*   ONCE THE LIVE LOG HOLDS ONLY THE RETAINED RECORDS, THE *
027605*   LAST LINK ARCHIVED IS POSTED TO LOG-CHAIN AS THE       *
027606*   ANCHOR, SO HELLOVFY CAN START THE LIVE LOG'S CHAIN     *
027607*   FROM IT ONCE OLD GENERATIONS HAVE ROLLED OFF.  AN      *
027608*   ANCHOR NEVER MOVES BACKWARD.                           *
027609*----------------------------------------------------------*
027610 3500-POST-CHAIN-ANCHOR.
027611     IF RETURN-CODE = 16
027612         GO TO 3500-EXIT
027613     END-IF.
027614     IF HAR-ANCHOR-SEQ = ZERO
027615         GO TO 3500-EXIT
027616     END-IF.
027617     OPEN I-O LOG-CHAIN.
027618     IF HAR-CHN-STATUS NOT = '00'
027619         DISPLAY 'HELLOARC - UNABLE TO OPEN LOG-CHAIN, STATUS='
027620             HAR-CHN-STATUS ' - ANCHOR NOT POSTED'
027621         MOVE 8 TO RETURN-CODE
027622         GO TO 3500-EXIT
027623     END-IF.
027624     MOVE 'HELLOLOG' TO HLO-CHN-KEY.
027625     READ LOG-CHAIN
027626         INVALID KEY
027627             DISPLAY 'HELLOARC - NO LOG-CHAIN CONTROL RECORD - '
027628                 'ANCHOR NOT POSTED'
027629             MOVE 8 TO RETURN-CODE
027630             CLOSE LOG-CHAIN
027631             GO TO 3500-EXIT
027632     END-READ.
027633     IF HAR-ANCHOR-SEQ > HLO-CHN-ANCHOR-SEQ
027634         COMPUTE HAR-ANCHOR-DATE =
027635             HAR-CUTOFF-YYYYMM * 100 + 1
027636         MOVE HAR-ANCHOR-SEQ TO HLO-CHN-ANCHOR-SEQ
027637         MOVE HAR-ANCHOR-CHECK TO HLO-CHN-ANCHOR-CHECK
027638         MOVE HAR-ANCHOR-DATE TO HLO-CHN-ANCHOR-DATE
027639         REWRITE HLO-CHN-RECORD
027640             INVALID KEY
027641                 DISPLAY 'HELLOARC - LOG-CHAIN ANCHOR NOT '
027642                     'POSTED, STATUS=' HAR-CHN-STATUS
027643                 MOVE 8 TO RETURN-CODE
027644         END-REWRITE
027645     END-IF.
027646     CLOSE LOG-CHAIN.
027647 3500-EXIT.
027648     EXIT.
027700
027800*----------------------------------------------------------*
027900* 4000-PRINT-REPORT                                         *
031600            ' (RETAINED FOR MANUAL REVIEW)' DELIMITED BY SIZE
031700       INTO HAR-REPORT-LINE.
031800     WRITE HAR-REPORT-LINE.
031801     MOVE HAR-HELD-BACK-COUNT TO HAR-PRINT-COUNT.
031802     MOVE SPACES TO HAR-REPORT-LINE.
031803     STRING 'CHAIN HELD BACK  : '     DELIMITED BY SIZE
031804            HAR-PRINT-COUNT           DELIMITED BY SIZE
031805            ' (DATED FOR ARCHIVE, KEPT FOR CHAIN ORDER)'
031806                                      DELIMITED BY SIZE
031807       INTO HAR-REPORT-LINE.
031808     WRITE HAR-REPORT-LINE.
031809     MOVE HAR-ANCHOR-SEQ TO HAR-PRINT-SEQ.
031810     MOVE SPACES TO HAR-REPORT-LINE.
031811     STRING 'CHAIN ANCHOR SEQ : '     DELIMITED BY SIZE
031812            HAR-PRINT-SEQ             DELIMITED BY SIZE
031813            ' (LAST LINK ARCHIVED; ZERO IF NONE)'
031814                                      DELIMITED BY SIZE
031815       INTO HAR-REPORT-LINE.
031816     WRITE HAR-REPORT-LINE.
031900 4000-EXIT.
032000     EXIT.
032100
