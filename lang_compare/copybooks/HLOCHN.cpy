000100*----------------------------------------------------------*
000200* HLOCHN.CPY                                                *
000300*   HELLO-LOG CHAIN-CONTROL RECORD LAYOUT.  ONE RECORD,     *
000400*   KEY 'HELLOLOG', HOLDING THE SEQUENCE NUMBER AND CHECK   *
000500*   VALUE OF THE LAST RECORD STAMPED ONTO HELLO-LOG AND ITS *
000600*   LOG KEY.  HELLOSEQ READS IT FOR UPDATE TO STAMP THE     *
000700*   NEXT RECORD, SO EVERY WRITER DRAWS FROM ONE STREAM-WIDE *
000800*   SEQUENCE, AND REWRITES IT ONCE THE LOG WRITE LANDS.     *
000900*   THE ANCHOR IS WHERE HELLOARC LAST CUT THE CHAIN - THE   *
001000*   HIGHEST SEQUENCE NUMBER AND CHECK VALUE IT MOVED TO AN  *
001100*   ARCHIVE GENERATION - SO HELLOVFY CAN PROVE THE LIVE LOG *
001200*   PICKS UP EXACTLY WHERE THE ARCHIVE LEFT OFF.  HELLOVFY  *
001300*   ALSO PROVES THE LOG ENDS AT THE LAST SEQUENCE STAMPED.  *
001400*----------------------------------------------------------*
001500 01  HLO-CHN-RECORD.
001600     05  HLO-CHN-KEY             PIC X(08).
001700     05  HLO-CHN-LAST-SEQ        PIC 9(09).
001800     05  HLO-CHN-LAST-CHECK      PIC 9(09).
001900     05  HLO-CHN-LAST-DATE       PIC 9(08).
002000     05  HLO-CHN-LAST-TIME       PIC 9(08).
002100     05  HLO-CHN-LAST-JOB        PIC X(08).
002200     05  HLO-CHN-ANCHOR-SEQ      PIC 9(09).
002300     05  HLO-CHN-ANCHOR-CHECK    PIC 9(09).
002400     05  HLO-CHN-ANCHOR-DATE     PIC 9(08).
002500     05  FILLER                 PIC X(04).
