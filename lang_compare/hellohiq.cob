001600*                 WITH ITS BEFORE AND AFTER IMAGES - THE    *
001700*                 ANSWER TO "WHO CHANGED SW002'S GREETING   *
001800*                 AND WHEN" IN ONE STEP.                    *
001810* 10/15/26  RLT   EACH CHANGE LINE NOW SHOWS THE ID THAT    *
001820*                 ENTERED THE CHANGE AND THE DIFFERENT ID   *
001830*                 THAT APPROVED IT IN HELLOAPV.             *
001840* 10/15/26  RLT   EACH CHANGE LINE SHOWS THE LANGUAGE OF    *
001850*                 THE TRANSLATION IT TOUCHED.               *
001900*----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
019300            HLO-HIST-JOB-NAME         DELIMITED BY SIZE
019400            '  EFF-START '            DELIMITED BY SIZE
019500            HLO-HIST-EFF-START        DELIMITED BY SIZE
019510            '  ENTERED BY '           DELIMITED BY SIZE
019520            HLO-HIST-ENTERED-BY       DELIMITED BY SIZE
019530            '  APPROVED BY '          DELIMITED BY SIZE
019540            HLO-HIST-APPROVED-BY      DELIMITED BY SIZE
019550            '  LANG '                 DELIMITED BY SIZE
019560            HLO-HIST-LANG             DELIMITED BY SIZE
019600       INTO HHQ-REPORT-LINE.
019700     WRITE HHQ-REPORT-LINE.
019800     MOVE SPACES TO HHQ-REPORT-LINE.
