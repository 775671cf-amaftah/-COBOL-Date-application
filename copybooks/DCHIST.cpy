000100*-----------------------------------------------------
000200* DCHIST.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE KEYED PROCESSING-DATE CARD
000500* HISTORY (DD DCHIST): ONE RECORD FOR EVERY CARD DATE-
000600* PROGRAM PUBLISHES TO DATECARD, KEYED BY PROCESS DATE
000700* PLUS CYCLE ID PLUS RUN SEQUENCE -- THE SAME FIRST 22
000800* BYTES AS THE CARD ITSELF.  DCH-CARD-IMAGE IS THE CARD
000900* BYTE FOR BYTE AS IT WAS FIRST ISSUED (PROCDATE LAYOUT),
001000* SO DCREISS CAN PUT A PAST DAY'S CARD BACK ON DATECARD
001100* FOR A DOWNSTREAM RERUN WITHOUT RE-DERIVING ANYTHING.
001200* DCH-ISSUE-DATE/TIME ARE THE WALL-CLOCK DATE AND TIME
001300* THE CARD WAS ORIGINALLY WRITTEN.
001400*
001500* MAINTENANCE HISTORY
001600* 10/15/26  RDH  ORIGINAL VERSION.
001700*-----------------------------------------------------
001800 01  DATE-CARD-HIST-RECORD.
001900     05  DCH-KEY.
002000         10  DCH-PROCESS-DATE.
002100             15  DCH-PROC-YEAR    PIC 9(04).
002200             15  DCH-PROC-MONTH   PIC 9(02).
002300             15  DCH-PROC-DAY     PIC 9(02).
002400         10  DCH-CYCLE-ID         PIC X(08).
002500         10  DCH-RUN-SEQ          PIC 9(06).
002600     05  DCH-ISSUE-DATE           PIC 9(08).
002700     05  DCH-ISSUE-TIME           PIC 9(08).
002800     05  DCH-CARD-IMAGE           PIC X(112).
