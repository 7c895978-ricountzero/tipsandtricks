001797*                 CLOSED-SITE DAY, NOT A DISCREPANCY, SO A  *
001798*                 SITE CLOSED MID-MONTH STOPS SHOWING UP    *
001799*                 AS MISSING FOR THE REST OF THE MONTH.     *
001800* 10/15/26  RLT   AN EXPECTED-BUT-MISSING DAY THE EXCUSAL   *
001810*                 REGISTER EXCUSES, FOR THE SITE OR ITS     *
001820*                 REGION, IS NOW LISTED AND COUNTED AS AN   *
001830*                 EXCUSED ABSENCE, NOT A DISCREPANCY.  A    *
001840*                 DAY THE SITE RAN ANYWAY WHILE EXCUSED IS  *
001850*                 FLAGGED FOR REVIEW.                       *
001860*----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
011200 77  HRC-NO-SITE-COUNT          PIC 9(05) COMP VALUE ZERO.
011300 77  HRC-DROPPED-COUNT          PIC 9(05) COMP VALUE ZERO.
011310 77  HRC-CLOSED-SKIP-COUNT      PIC 9(05) COMP VALUE ZERO.
011320 77  HRC-EXCUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
011330 77  HRC-RAN-EXCUSED-COUNT      PIC 9(05) COMP VALUE ZERO.
011340
011350*----------------------------------------------------------*
011360* EXCUSAL-REGISTER CHECK CALL AREA (HELLOXCK)              *
011370*----------------------------------------------------------*
011380     COPY HLOXCK.
011400
011500*----------------------------------------------------------*
011600* PRINT LINE WORK AREAS                                    *
011700*----------------------------------------------------------*
011800 01  HRC-PRINT-COUNT            PIC ZZZZ9.
011900 01  HRC-PRINT-DATE             PIC 9(08).
011910 01  HRC-PRINT-SCOPE            PIC X(06).
012000
012100 PROCEDURE DIVISION.
012200*----------------------------------------------------------*
025400*   RECORDS WRITTEN BEFORE THE LOG CARRIED A SITE CODE     *
025500*   HAVE SPACES THERE - THEY CANNOT BE RECONCILED PER SITE *
025600*   AND ARE COUNTED SEPARATELY, NOT LISTED ONE BY ONE.     *
025610*   EXCUSED RECORDS FROM THE SWEEP AND THE CATCH-UP ARE    *
025620*   SKIPPED THE SAME WAY - WHETHER A DAY WAS EXCUSED IS    *
025630*   DECIDED FROM THE EXCUSAL REGISTER ITSELF, WHICH ALSO   *
025640*   COVERS AN OUTAGE ENTERED AFTER THE FACT.               *
025700*----------------------------------------------------------*
025800 3000-MATCH-RUN-LOG.
025900     PERFORM 3100-READ-ONE-LOG THRU 3100-EXIT.
032600* 4000-REPORT-MISSING                                       *
032700*   PRINTS ONE LINE FOR EVERY CALENDAR ENTRY THE RUN LOG   *
032800*   NEVER MATCHED - THE EXPECTED-BUT-MISSING SITE/DAYS.    *
032810*   EXCUSED DAYS ARE LISTED ON THEIR OWN LINES, AND A DAY  *
032820*   THAT RAN WHILE EXCUSED IS FLAGGED.                     *
032900*----------------------------------------------------------*
033000 4000-REPORT-MISSING.
033100     PERFORM 4100-CHECK-ONE-EXPECTED THRU 4100-EXIT
033820*   SHOWS CLOSED ON OR BEFORE THAT DAY IS A CLOSED-SITE    *
033830*   DAY, NOT A MISS - THE CALENDAR WAS BUILT BEFORE THE    *
033840*   SITE CLOSED.                                           *
033850*   ONE THE EXCUSAL REGISTER EXCUSES IS AN EXCUSED         *
033860*   ABSENCE, ALSO NOT A MISS.  A MATCHED ENTRY ON A DAY    *
033870*   THE REGISTER EXCUSES MEANS THE SITE RAN DURING ITS     *
033880*   OUTAGE - EITHER THE OUTAGE WAS ENTERED WRONG OR THE    *
033890*   SITE SHOULD NOT HAVE RUN - AND IS FLAGGED FOR REVIEW.  *
033900*----------------------------------------------------------*
034000 4100-CHECK-ONE-EXPECTED.
034001     IF HRC-EXP-SEEN (HRC-EXP-IDX)
034002         PERFORM 4300-CHECK-EXCUSAL THRU 4300-EXIT
034003         IF HLO-XCK-EXCUSED
034004             ADD 1 TO HRC-RAN-EXCUSED-COUNT
034005             MOVE HRC-EXP-DATE (HRC-EXP-IDX) TO HRC-PRINT-DATE
034006             MOVE SPACES TO HRC-REPORT-LINE
034007             STRING 'RAN WHILE EXCUSED    SITE ' DELIMITED BY SIZE
034008                    HRC-EXP-SITE (HRC-EXP-IDX)   DELIMITED BY SIZE
034009                    '  DATE '                    DELIMITED BY SIZE
034010                    HRC-PRINT-DATE               DELIMITED BY SIZE
034011                    '  REASON '                  DELIMITED BY SIZE
034012                    HLO-XCK-REASON               DELIMITED BY SIZE
034013                    '  '                         DELIMITED BY SIZE
034014                    HRC-PRINT-SCOPE              DELIMITED BY SIZE
034015                    ' ENTRY FROM '               DELIMITED BY SIZE
034016                    HLO-XCK-FROM-DATE            DELIMITED BY SIZE
034017               INTO HRC-REPORT-LINE
034018             WRITE HRC-REPORT-LINE
034019         END-IF
034020         GO TO 4100-EXIT
034021     END-IF.
034100     IF HRC-EXP-NOT-SEEN (HRC-EXP-IDX)
034110         PERFORM 4200-CHECK-SITE-CLOSED THRU 4200-EXIT
034120         IF HRC-DAY-IS-CLOSED
034130             ADD 1 TO HRC-CLOSED-SKIP-COUNT
034140             GO TO 4100-EXIT
034150         END-IF
034151         PERFORM 4300-CHECK-EXCUSAL THRU 4300-EXIT
034152         IF HLO-XCK-EXCUSED
034153             ADD 1 TO HRC-EXCUSED-COUNT
034154             MOVE HRC-EXP-DATE (HRC-EXP-IDX) TO HRC-PRINT-DATE
034155             MOVE SPACES TO HRC-REPORT-LINE
034156             STRING 'EXCUSED ABSENCE      SITE ' DELIMITED BY SIZE
034157                    HRC-EXP-SITE (HRC-EXP-IDX)   DELIMITED BY SIZE
034158                    '  DATE '                    DELIMITED BY SIZE
034159                    HRC-PRINT-DATE               DELIMITED BY SIZE
034160                    '  REASON '                  DELIMITED BY SIZE
034161                    HLO-XCK-REASON               DELIMITED BY SIZE
034162                    '  '                         DELIMITED BY SIZE
034163                    HRC-PRINT-SCOPE              DELIMITED BY SIZE
034164                    ' ENTRY FROM '               DELIMITED BY SIZE
034165                    HLO-XCK-FROM-DATE            DELIMITED BY SIZE
034166               INTO HRC-REPORT-LINE
034167             WRITE HRC-REPORT-LINE
034168             GO TO 4100-EXIT
034169         END-IF
034200         ADD 1 TO HRC-MISSING-COUNT
034300         MOVE HRC-EXP-DATE (HRC-EXP-IDX) TO HRC-PRINT-DATE
034400         MOVE SPACES TO HRC-REPORT-LINE
035456 4200-EXIT.
035457     EXIT.
035458
035459*----------------------------------------------------------*
035460* 4300-CHECK-EXCUSAL                                        *
035461*   ASKS HELLOXCK WHETHER THE SITE, OR ITS REGION ON THE   *
035462*   SITE DIRECTORY, IS EXCUSED ON THE ENTRY'S DAY.  WITH   *
035463*   NO DIRECTORY, OR A SITE IT DOES NOT KNOW, ONLY AN      *
035464*   ENTRY FOR THE SITE ITSELF CAN EXCUSE IT.               *
035465*----------------------------------------------------------*
035466 4300-CHECK-EXCUSAL.
035467     MOVE SPACES TO HLO-XCK-REGION.
035468     IF HRC-DIR-NOT-OPENED
035469         GO TO 4300-CALL
035470     END-IF.
035471     MOVE HRC-EXP-SITE (HRC-EXP-IDX) TO HLO-SITE-CODE.
035472     READ SITE-DIRECTORY
035473         INVALID KEY
035474             GO TO 4300-CALL
035475     END-READ.
035476     MOVE HLO-SITE-REGION TO HLO-XCK-REGION.
035477 4300-CALL.
035478     SET HLO-XCK-CHECK TO TRUE.
035479     MOVE HRC-EXP-SITE (HRC-EXP-IDX) TO HLO-XCK-SITE-CODE.
035480     MOVE HRC-EXP-DATE (HRC-EXP-IDX) TO HLO-XCK-DATE.
035481     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
035482     IF HLO-XCK-SCOPE = 'R'
035483         MOVE 'REGION' TO HRC-PRINT-SCOPE
035484     ELSE
035485         MOVE 'SITE' TO HRC-PRINT-SCOPE
035486     END-IF.
035487 4300-EXIT.
035488     EXIT.
035489
035500*----------------------------------------------------------*
035600* 5000-PRINT-TOTALS                                         *
035700*   A MONTH THAT RECONCILES CLEAN SAYS SO IN ONE LINE.     *
035800*   ANY DISCREPANCY SETS RETURN-CODE 4 SO THE SCHEDULER    *
035900*   CAN ROUTE THE REPORT FOR REVIEW.                       *
035910*   EXCUSED ABSENCES ARE NOT DISCREPANCIES; A RUN ON AN    *
035920*   EXCUSED DAY IS.                                        *
036000*----------------------------------------------------------*
036100 5000-PRINT-TOTALS.
036200     IF HRC-MISSING-COUNT = ZERO
036300         AND HRC-UNEXPECTED-COUNT = ZERO
036400         AND HRC-DROPPED-COUNT = ZERO
036410         AND HRC-RAN-EXCUSED-COUNT = ZERO
036500         MOVE SPACES TO HRC-REPORT-LINE
036600         STRING 'ALL EXPECTED SITE/DAYS RECONCILED CLEAN'
036700                DELIMITED BY SIZE INTO HRC-REPORT-LINE
039900           INTO HRC-REPORT-LINE
040000         WRITE HRC-REPORT-LINE
040100     END-IF.
040105     IF HRC-EXCUSED-COUNT NOT = ZERO
040110         MOVE HRC-EXCUSED-COUNT TO HRC-PRINT-COUNT
040115         MOVE SPACES TO HRC-REPORT-LINE
040120         STRING 'EXCUSED ABSENCES     : ' DELIMITED BY SIZE
040125                HRC-PRINT-COUNT           DELIMITED BY SIZE
040130           INTO HRC-REPORT-LINE
040135         WRITE HRC-REPORT-LINE
040140     END-IF.
040145     IF HRC-RAN-EXCUSED-COUNT NOT = ZERO
040150         MOVE HRC-RAN-EXCUSED-COUNT TO HRC-PRINT-COUNT
040155         MOVE SPACES TO HRC-REPORT-LINE
040160         STRING 'RAN WHILE EXCUSED    : ' DELIMITED BY SIZE
040165                HRC-PRINT-COUNT           DELIMITED BY SIZE
040170           INTO HRC-REPORT-LINE
040175         WRITE HRC-REPORT-LINE
040180     END-IF.
040200 5000-EXIT.
040300     EXIT.
040400
041110     IF HRC-DIR-OPENED
041120         CLOSE SITE-DIRECTORY
041130     END-IF.
041140     SET HLO-XCK-CLOSE TO TRUE.
041150     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
041200 8000-EXIT.
041300     EXIT.
