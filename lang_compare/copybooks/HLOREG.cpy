000100*----------------------------------------------------------*
000200* HLOREG.CPY                                                *
000300*   REGION MASTER RECORD LAYOUT.  ONE RECORD PER 2-BYTE    *
000400*   REGION CODE - THE CODE CARRIED ON HLO-SITE-REGION AND  *
000500*   HLO-FLAG-REGION - GIVING THE REGION'S NAME, ITS SLA    *
000600*   CUT-OFF FOR THE BANNER, ITS TIME-ZONE OFFSET, AND WHO  *
000700*   TO CALL WHEN IT IS LATE.  KEYED BY REGION CODE,        *
000800*   MAINTAINED BY HELLORGM.  THE CUT-OFF IS HHMMSS REGION  *
000900*   LOCAL TIME; THE OFFSET IS THE WHOLE HOURS ADDED TO THE *
001000*   STREAM'S OWN CLOCK TO GET REGION LOCAL TIME (PACIFIC   *
001100*   RUN FROM AN EASTERN HOST IS -03).  CUT-OFF 000000      *
001200*   MEANS NO SLA HAS BEEN SET FOR THE REGION.              *
001300*----------------------------------------------------------*
001400 01  HLO-REG-RECORD.
001500     05  HLO-REG-CODE            PIC X(02).
001600     05  HLO-REG-NAME            PIC X(20).
001700     05  HLO-REG-CUTOFF          PIC 9(06).
001800     05  HLO-REG-TZ-OFFSET       PIC S9(02)
001900                                 SIGN IS LEADING SEPARATE.
002000     05  HLO-REG-CONTACT-NAME    PIC X(20).
002100     05  HLO-REG-CONTACT-PHONE   PIC X(15).
002200     05  FILLER                 PIC X(14).
