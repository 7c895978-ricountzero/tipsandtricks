000540*   ACTION-CODE IS SPACES ON A GREETING RUN; THE WINDOW     *
000550*   CONTROLLER STAMPS ITS LIFECYCLE DECISIONS THERE SO THE  *
000560*   OPEN/CLOSE SEQUENCE IS AUDITABLE IN THE SAME FILE.      *
000570*   EVERY WRITER STAMPS THE RECORD THROUGH HELLOSEQ WITH A  *
000580*   STREAM-WIDE SEQUENCE NUMBER AND A CHECK VALUE CHAINED   *
000590*   FROM THE PREVIOUS RECORD'S, SO A RECORD DELETED OR      *
000591*   REWRITTEN ON THE KSDS SHOWS UP AS A GAP OR A BREAK WHEN *
000592*   HELLOVFY WALKS THE CHAIN.  THE CHECK VALUE COVERS EVERY *
000593*   BYTE OF THE RECORD BUT ITSELF.  ZERO SEQUENCE MEANS THE *
000594*   RECORD WAS LOGGED UNCHAINED; SPACES MEANS IT PREDATES   *
000595*   THE CHAIN.                                              *
000596*   THE SWEEP AND THE CATCH-UP STAMP EXCUSED, WITH THE      *
000597*   SITE CODE AND RETURN-CODE ZERO, FOR A SITE THE          *
000598*   EXCUSAL REGISTER EXCUSED INSTEAD OF GREETING IT.        *
000600*----------------------------------------------------------*
000700 01  HLO-LOG-RECORD.
000710     05  HLO-LOG-KEY.
001100     05  HLO-LOG-RETCODE         PIC 9(04).
001110     05  HLO-LOG-SITE-CODE       PIC X(05).
001120     05  HLO-LOG-ACTION-CODE     PIC X(08).
001130     05  HLO-LOG-SEQ-NO          PIC 9(09).
001140     05  HLO-LOG-CHECK-VALUE     PIC 9(09).
001200     05  FILLER                 PIC X(21).
