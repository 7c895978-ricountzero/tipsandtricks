001980*                 REJECT FROM LAST TUESDAY THAT NOBODY HAS  *
001990*                 WORKED KEEPS SHOWING UP UNTIL SOMEBODY    *
001991*                 DOES, AND A WORKED ONE STOPS COUNTING.    *
001992* 10/15/26  RLT   AN UNRESOLVED REJECT LINE NAMES THE       *
001993*                 LANGUAGE WHOSE TEXT FAILED.               *
002000*----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
015800                HLO-REJ-REASON-CODE          DELIMITED BY SIZE
015810                '  DATE '                    DELIMITED BY SIZE
015820                HEX-PRINT-REJ-DATE           DELIMITED BY SIZE
015830                '  LANG '                    DELIMITED BY SIZE
015840                HLO-REJ-LANG                 DELIMITED BY SIZE
015900           INTO HEX-REPORT-LINE
016000         WRITE HEX-REPORT-LINE
016100     END-IF.
