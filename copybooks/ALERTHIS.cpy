000100*-----------------------------------------------------
000200* ALERTHIS.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE KEYED OPERATOR ALERT
000500* HISTORY (DD ALERTHIS).  EVERY ALERT-RECORD DATE-PROGRAM
000600* WRITES TO ALERTFIL IS ALSO ADDED HERE, KEYED BY PROCESS
000700* DATE PLUS CYCLE ID PLUS RUN SEQUENCE, SO THE REASON-
000800* CODED ALERT OUTLIVES THE NEXT RUN'S REWRITE OF
000900* ALERTFIL.  READ BY THE SLAREPT SERVICE-LEVEL REPORT.
001000* THE ALERT FIELDS CARRY THE ALERTRC VALUES UNCHANGED;
001100* AHS-ALERT-DATE/TIME ARE THE WALL-CLOCK DATE AND TIME
001200* THE ALERT WAS RAISED.
001250* A REFUSED RUN (DEPC, CTLF, OVRR) IS ISSUED NO RUN
001300* SEQUENCE, SO ITS HISTORY RECORD IS FILED UNDER
001350* SEQUENCE 999999, COUNTING DOWN WHEN THE SAME CYCLE IS
001400* REFUSED MORE THAN ONCE FOR THE SAME DATE -- EVERY
001450* REFUSAL KEEPS ITS OWN RECORD.  AN OVRR REFUSAL TAKES
001500* THE SAME SEQUENCE AS THE EXCEPTION RECORD THAT
001600* CARRIES ITS REFUSAL TEXT.
001800*
001900* MAINTENANCE HISTORY
002000* 10/15/26  RDH  ORIGINAL VERSION.
002025* 10/15/26  RDH  NOTED THE OVRR REFUSAL AND ITS LINK TO
002050*                THE EXCEPTION FILE.
002100*-----------------------------------------------------
002200 01  ALERT-HIST-RECORD.
002300     05  AHS-KEY.
002400         10  AHS-PROCESS-DATE.
002500             15  AHS-PROC-YEAR    PIC 9(04).
002600             15  AHS-PROC-MONTH   PIC 9(02).
002700             15  AHS-PROC-DAY     PIC 9(02).
002800         10  AHS-CYCLE-ID         PIC X(08).
002900         10  AHS-RUN-SEQ          PIC 9(06).
003000     05  AHS-REASON-CODE          PIC X(04).
003100     05  AHS-RETURN-CODE          PIC 9(02).
003200     05  AHS-HOLIDAY-DESC         PIC X(20).
003300     05  AHS-HOLIDAY-MARKET       PIC X(03).
003400     05  AHS-ALERT-DATE           PIC 9(08).
003500     05  AHS-ALERT-TIME           PIC 9(08).
