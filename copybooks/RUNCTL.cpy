000100*-----------------------------------------------------
000200* RUNCTL.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE RUN-CONTROL DATASET
000500* (DD RUNCTL): ONE RECORD PER CYCLE, KEYED BY CTL-CYCLE-
000600* ID.  CTL-LAST-RUN-SEQ IS THE LAST RUN-SEQUENCE NUMBER
000700* THE CYCLE USED, CTL-LAST-RETURN-CODE THE RETURN CODE
000800* THAT RUN FINISHED WITH AND CTL-LAST-RUN-DATE THE
000900* PROCESSING DATE (YYYYMMDD) IT RAN UNDER.  DATE-PROGRAM
001000* READS AND REWRITES ONLY ITS OWN CYCLE'S RECORD (AND
001100* READS ITS PREDECESSOR'S), CTLMAINT ADDS, RETIRES AND
001200* RESETS RECORDS BY KEY, AND MORNSTAT BROWSES THE
001300* DATASET IN KEY ORDER.
001400*
001500* MAINTENANCE HISTORY
001600* 10/15/26  RDH  ORIGINAL VERSION, TAKEN FROM THE FD
001700*                FORMERLY CODED IN EACH PROGRAM WHEN THE
001800*                DATASET BECAME A KEYED CLUSTER.
001900*-----------------------------------------------------
002000 01  RUN-CTL-RECORD.
002100     05  CTL-CYCLE-ID         PIC X(08).
002200     05  CTL-LAST-RUN-SEQ     PIC 9(06).
002300     05  CTL-LAST-RETURN-CODE PIC 9(02).
002400     05  CTL-LAST-RUN-DATE    PIC 9(08).
