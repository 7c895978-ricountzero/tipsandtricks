000100*----------------------------------------------------------*
000200* HLOSEQ.CPY                                                *
000300*   HELLOSEQ CALL AREA.  PASSED WITH A HELLO-LOG RECORD.    *
000400*   STMP STAMPS THE RECORD WITH THE NEXT SEQUENCE NUMBER    *
000500*   AND ITS CHAINED CHECK VALUE, HOLDING THE CHAIN-CONTROL  *
000600*   RECORD UNTIL THE WRITER SAYS HOW THE WRITE WENT - POST  *
000700*   WHEN THE RECORD LANDED, DROP WHEN IT DID NOT.  A WRITER *
000800*   THAT RETRIES UNDER A BUMPED KEY CALLS STMP AGAIN SO THE *
000900*   CHECK VALUE COVERS THE KEY ACTUALLY WRITTEN.  CALC ONLY *
001000*   WORKS OUT THE CHECK VALUE A RECORD SHOULD CARRY FROM    *
001100*   THE PREVIOUS CHECK VALUE SUPPLIED, FOR THE VERIFIER.    *
001200*   RESULT IS '00' OR THE CHAIN-CONTROL FILE STATUS THAT    *
001300*   STOPPED IT; A RECORD THAT COULD NOT BE STAMPED CARRIES  *
001400*   ZERO SEQUENCE AND CHECK AND IS STILL WORTH WRITING.     *
001500*----------------------------------------------------------*
001600 01  HLO-SEQ-REQUEST.
001700     05  HLO-SEQ-FUNCTION        PIC X(04).
001800         88  HLO-SEQ-STAMP       VALUE 'STMP'.
001900         88  HLO-SEQ-POST        VALUE 'POST'.
002000         88  HLO-SEQ-DROP        VALUE 'DROP'.
002100         88  HLO-SEQ-CALC        VALUE 'CALC'.
002200     05  HLO-SEQ-RESULT          PIC X(02).
002300         88  HLO-SEQ-OK          VALUE '00'.
002400     05  HLO-SEQ-PREV-CHECK      PIC 9(09).
002500     05  HLO-SEQ-NEW-CHECK       PIC 9(09).
