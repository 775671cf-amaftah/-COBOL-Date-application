000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCREISS.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  PROCESSING-DATE CARD
001100*                REISSUE FOR DOWNSTREAM RERUNS: TAKES A
001200*                PROCESS DATE AND CYCLE ID (AND OPTIONALLY
001300*                A RUN SEQUENCE) ON A PARAMETER CARD, LOOKS
001400*                THE CARD UP ON THE KEYED CARD HISTORY
001500*                DATE-PROGRAM KEEPS, AND PUTS IT BACK ON
001600*                DATECARD BYTE FOR BYTE AS FIRST ISSUED.
001700*                SETLPROG OR RECONPROG CAN THEN BE RERUN
001800*                FOR A PAST DAY WITHOUT RERUNNING DATESTEP,
001900*                SO RUNCTL, DATELOG, EXCFILE AND ALERTFIL
002000*                ARE NEVER OPENED HERE.  PRINTS A PROOF
002100*                LINE OF EXACTLY WHAT WAS REISSUED.
002200*-----------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500     SOURCE-COMPUTER. IBM-370.
002600     OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900* SYSIN-FILE -- PARAMETER CARD: PROCESS DATE, CYCLE ID
003000* AND OPTIONAL RUN SEQUENCE.
003100     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS SYSIN-STATUS.
003400* DATE-CARD-HIST-FILE -- THE KEYED CARD HISTORY WRITTEN
003500* BY DATE-PROGRAM.  NOT OPTIONAL -- A MISSING DATASET
003600* MUST SAY SO, NOT LOOK LIKE AN EMPTY HISTORY.
003700     SELECT DATE-CARD-HIST-FILE ASSIGN TO "DCHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS DCH-KEY
004100         FILE STATUS IS DATE-CARD-HIST-STATUS.
004200* PROC-DATE-FILE -- THE PROCESSING-DATE CARD READ BY THE
004300* DOWNSTREAM STEPS, REWRITTEN WHOLE WITH THE REISSUED
004400* CARD.
004500     SELECT PROC-DATE-FILE ASSIGN TO "DATECARD"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS PROC-DATE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*-----------------------------------------------------
005100* REISSUE PARAMETER CARD.  CYCLE ID BLANK MEANS THE
005200* DAILYEOD CYCLE; RUN SEQUENCE BLANK MEANS THE LAST CARD
005300* ISSUED FOR THAT DATE AND CYCLE -- THE ONE DOWNSTREAM
005400* ACTUALLY RAN ON.
005500*-----------------------------------------------------
005600 FD  SYSIN-FILE.
005700 01  REISSUE-CARD.
005800     05  CRD-PROCESS-DATE     PIC X(08).
005900     05  CRD-CYCLE-ID         PIC X(08).
006000     05  CRD-RUN-SEQ          PIC X(06).
006100     05  FILLER               PIC X(58).
006200*-----------------------------------------------------
006300* ONE HISTORY RECORD PER PUBLISHED PROCESSING-DATE
006400* CARD.  SHARED LAYOUT WITH DATE-PROGRAM VIA THE DCHIST
006500* COPYBOOK.
006600*-----------------------------------------------------
006700 FD  DATE-CARD-HIST-FILE.
006800     COPY DCHIST.
006900*-----------------------------------------------------
007000* THE PROCESSING-DATE CARD.  SHARED LAYOUT VIA THE
007100* PROCDATE COPYBOOK.
007200*-----------------------------------------------------
007300 FD  PROC-DATE-FILE.
007400     COPY PROCDATE.
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------
007700* THE REQUESTED CARD.  DCR-RUN-SEQ ZERO MEANS TAKE THE
007800* LAST CARD ON FILE FOR THE DATE AND CYCLE.
007900*-----------------------------------------------------
008000 77  DCR-PROCESS-DATE         PIC 9(08) VALUE ZERO.
008100 77  DCR-CYCLE-ID             PIC X(08) VALUE 'DAILYEOD'.
008200 77  DCR-RUN-SEQ              PIC 9(06) VALUE ZERO.
008300 77  DCR-CARD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
008400     88  DCR-CARD-FOUND                VALUE 'Y'.
008500*-----------------------------------------------------
008600* HISTORY SWEEP WORK AREAS.  THE SELECTED HISTORY
008700* RECORD IS HELD HERE UNTIL THE SWEEP ENDS.
008800*-----------------------------------------------------
008900 77  DCR-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
009000     88  DCR-HIST-EOF                  VALUE 'Y'.
009100 77  DCR-MATCH-SWITCH         PIC X(01) VALUE 'N'.
009200     88  DCR-MATCH-FOUND               VALUE 'Y'.
009300 77  DCR-WORK-DATE-8          PIC 9(08) VALUE ZERO.
009400 77  DCR-CARDS-ON-FILE        PIC 9(05) VALUE ZERO.
009500 01  DCR-SELECTED-RECORD.
009600     05  DCR-SEL-RUN-SEQ      PIC 9(06).
009700     05  DCR-SEL-ISSUE-DATE   PIC 9(08).
009800     05  DCR-SEL-ISSUE-TIME   PIC 9(08).
009900     05  DCR-SEL-CARD-IMAGE   PIC X(112).
010000*-----------------------------------------------------
010100* FILE STATUS SWITCHES AND RETURN CODE.
010200*-----------------------------------------------------
010300 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
010400 77  DATE-CARD-HIST-STATUS    PIC X(02) VALUE '00'.
010500 77  PROC-DATE-STATUS         PIC X(02) VALUE '00'.
010600 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
010700 PROCEDURE DIVISION.
010800*-----------------------------------------------------
010900* 0000-MAINLINE
011000*-----------------------------------------------------
011100 0000-MAINLINE.
011200     PERFORM 1000-GET-REISSUE-CARD THRU 1000-EXIT.
011300     IF PROGRAM-RETURN-CODE NOT = ZERO
011400         GO TO 0000-FINISH.
011500     DISPLAY "=========================================".
011600     DISPLAY "     PROCESSING-DATE CARD REISSUE        ".
011700     DISPLAY "=========================================".
011800     DISPLAY "PROCESS DATE. . . . . . : " DCR-PROCESS-DATE.
011900     DISPLAY "CYCLE ID. . . . . . . . : " DCR-CYCLE-ID.
012000     IF DCR-RUN-SEQ = ZERO
012100         DISPLAY "RUN SEQUENCE. . . . . . : (LAST ISSUED)"
012200     ELSE
012300         DISPLAY "RUN SEQUENCE. . . . . . : " DCR-RUN-SEQ
012400     END-IF.
012500     PERFORM 2000-FIND-HISTORY-CARD THRU 2000-EXIT.
012600     IF PROGRAM-RETURN-CODE NOT = ZERO
012700         GO TO 0000-FINISH.
012800     PERFORM 3000-PUBLISH-CARD THRU 3000-EXIT.
012900     IF PROGRAM-RETURN-CODE NOT = ZERO
013000         GO TO 0000-FINISH.
013100     PERFORM 4000-PRINT-PROOF THRU 4000-EXIT.
013200 0000-FINISH.
013300     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
013400     STOP RUN.
013500*-----------------------------------------------------
013600* 1000-GET-REISSUE-CARD -- READ THE PARAMETER CARD FROM
013700* SYSIN.  A MISSING CARD, A NON-NUMERIC DATE OR A NON-
013800* NUMERIC RUN SEQUENCE ENDS THE RUN WITH NOTHING
013900* WRITTEN.
014000*-----------------------------------------------------
014100 1000-GET-REISSUE-CARD.
014200     MOVE 'N' TO DCR-CARD-FOUND-SWITCH.
014300     OPEN INPUT SYSIN-FILE.
014400     IF SYSIN-STATUS = '35'
014500         CONTINUE
014600     ELSE
014700         READ SYSIN-FILE
014800             AT END
014900                 CONTINUE
015000             NOT AT END
015100                 MOVE 'Y' TO DCR-CARD-FOUND-SWITCH
015200         END-READ
015300         CLOSE SYSIN-FILE
015400     END-IF.
015500     IF NOT DCR-CARD-FOUND
015600         DISPLAY "*** ABEND - NO REISSUE CARD IN SYSIN "
015700             "***"
015800         MOVE 16 TO PROGRAM-RETURN-CODE
015900         GO TO 1000-EXIT
016000     END-IF.
016100     IF CRD-PROCESS-DATE NOT NUMERIC
016200         OR CRD-PROCESS-DATE = '00000000'
016300         DISPLAY "*** ABEND - PROCESS DATE " CRD-PROCESS-DATE
016400             " IS NOT VALID ***"
016500         MOVE 16 TO PROGRAM-RETURN-CODE
016600         GO TO 1000-EXIT
016700     END-IF.
016800     MOVE CRD-PROCESS-DATE TO DCR-PROCESS-DATE.
016900     IF CRD-CYCLE-ID NOT = SPACES
017000         AND CRD-CYCLE-ID NOT = LOW-VALUES
017100         MOVE CRD-CYCLE-ID TO DCR-CYCLE-ID
017200     END-IF.
017300     IF CRD-RUN-SEQ = SPACES
017400         OR CRD-RUN-SEQ = LOW-VALUES
017500         MOVE ZERO TO DCR-RUN-SEQ
017600     ELSE
017700         IF CRD-RUN-SEQ NOT NUMERIC
017800             DISPLAY "*** ABEND - RUN SEQUENCE " CRD-RUN-SEQ
017900                 " IS NOT NUMERIC ***"
018000             MOVE 16 TO PROGRAM-RETURN-CODE
018100             GO TO 1000-EXIT
018200         END-IF
018300         MOVE CRD-RUN-SEQ TO DCR-RUN-SEQ
018400     END-IF.
018500 1000-EXIT.
018600     EXIT.
018700*-----------------------------------------------------
018800* 2000-FIND-HISTORY-CARD -- START THE CARD HISTORY ON
018900* THE REQUESTED DATE AND CYCLE AND SWEEP EVERY CARD
019000* ISSUED FOR THEM, KEEPING THE REQUESTED RUN SEQUENCE
019100* (OR, WHEN NONE WAS NAMED, THE LAST ONE).  NO MATCH
019200* ENDS THE RUN WITH NOTHING WRITTEN.
019300*-----------------------------------------------------
019400 2000-FIND-HISTORY-CARD.
019500     MOVE 'N' TO DCR-HIST-EOF-SWITCH.
019600     MOVE 'N' TO DCR-MATCH-SWITCH.
019700     MOVE ZERO TO DCR-CARDS-ON-FILE.
019800     OPEN INPUT DATE-CARD-HIST-FILE.
019900     IF DATE-CARD-HIST-STATUS NOT = '00'
020000         DISPLAY "*** ABEND - CARD HISTORY NOT OPENED - "
020100             "FILE STATUS " DATE-CARD-HIST-STATUS " ***"
020200         MOVE 16 TO PROGRAM-RETURN-CODE
020300         GO TO 2000-EXIT
020400     END-IF.
020500     MOVE DCR-PROCESS-DATE TO DCH-PROCESS-DATE.
020600     MOVE DCR-CYCLE-ID     TO DCH-CYCLE-ID.
020700     MOVE ZERO             TO DCH-RUN-SEQ.
020800     START DATE-CARD-HIST-FILE KEY NOT < DCH-KEY
020900         INVALID KEY
021000             SET DCR-HIST-EOF TO TRUE
021100     END-START.
021200     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
021300         UNTIL DCR-HIST-EOF.
021400     CLOSE DATE-CARD-HIST-FILE.
021500     DISPLAY "CARDS ON FILE FOR DAY . : " DCR-CARDS-ON-FILE.
021600     IF NOT DCR-MATCH-FOUND
021700         DISPLAY "*** ABEND - NO CARD ON FILE FOR "
021800             DCR-PROCESS-DATE " CYCLE " DCR-CYCLE-ID
021900             " - DATECARD NOT TOUCHED ***"
022000         MOVE 16 TO PROGRAM-RETURN-CODE
022100     END-IF.
022200 2000-EXIT.
022300     EXIT.
022400*-----------------------------------------------------
022500* 2100-READ-NEXT-HISTORY -- READ ONE HISTORY RECORD,
022600* STOPPING AT THE FIRST KEY PAST THE REQUESTED DATE AND
022700* CYCLE.
022800*-----------------------------------------------------
022900 2100-READ-NEXT-HISTORY.
023000     READ DATE-CARD-HIST-FILE NEXT RECORD
023100         AT END
023200             SET DCR-HIST-EOF TO TRUE
023300             GO TO 2100-EXIT
023400     END-READ.
023500     COMPUTE DCR-WORK-DATE-8 =
023600         (DCH-PROC-YEAR * 10000) + (DCH-PROC-MONTH * 100)
023700         + DCH-PROC-DAY.
023800     IF DCR-WORK-DATE-8 NOT = DCR-PROCESS-DATE
023900         OR DCH-CYCLE-ID NOT = DCR-CYCLE-ID
024000         SET DCR-HIST-EOF TO TRUE
024100         GO TO 2100-EXIT
024200     END-IF.
024300     ADD 1 TO DCR-CARDS-ON-FILE.
024400     IF DCR-RUN-SEQ NOT = ZERO
024500         AND DCH-RUN-SEQ NOT = DCR-RUN-SEQ
024600         GO TO 2100-EXIT
024700     END-IF.
024800     MOVE 'Y' TO DCR-MATCH-SWITCH.
024900     MOVE DCH-RUN-SEQ     TO DCR-SEL-RUN-SEQ.
025000     MOVE DCH-ISSUE-DATE  TO DCR-SEL-ISSUE-DATE.
025100     MOVE DCH-ISSUE-TIME  TO DCR-SEL-ISSUE-TIME.
025200     MOVE DCH-CARD-IMAGE  TO DCR-SEL-CARD-IMAGE.
025300 2100-EXIT.
025400     EXIT.
025500*-----------------------------------------------------
025600* 3000-PUBLISH-CARD -- PUT THE SELECTED CARD BACK ON
025700* DATECARD EXACTLY AS IT WAS FIRST ISSUED.  AN IMAGE
025800* WHOSE OWN DATE, CYCLE AND SEQUENCE DO NOT MATCH ITS
025900* HISTORY KEY IS DAMAGED AND IS NOT PUBLISHED.
026000*-----------------------------------------------------
026100 3000-PUBLISH-CARD.
026200     MOVE DCR-SEL-CARD-IMAGE TO PROCESS-DATE-CARD.
026300     COMPUTE DCR-WORK-DATE-8 =
026400         (PDC-PROC-YEAR * 10000) + (PDC-PROC-MONTH * 100)
026500         + PDC-PROC-DAY.
026600     IF DCR-WORK-DATE-8 NOT = DCR-PROCESS-DATE
026700         OR PDC-CYCLE-ID NOT = DCR-CYCLE-ID
026800         OR PDC-RUN-SEQ NOT = DCR-SEL-RUN-SEQ
026900         DISPLAY "*** ABEND - HISTORY CARD IMAGE DOES NOT "
027000             "MATCH ITS KEY - DATECARD NOT TOUCHED ***"
027100         MOVE 16 TO PROGRAM-RETURN-CODE
027200         GO TO 3000-EXIT
027300     END-IF.
027400     OPEN OUTPUT PROC-DATE-FILE.
027500     WRITE PROCESS-DATE-CARD.
027600     IF PROC-DATE-STATUS NOT = '00'
027700         DISPLAY "*** ABEND - PROCESSING-DATE CARD NOT "
027800             "WRITTEN - FILE STATUS " PROC-DATE-STATUS " ***"
027900         MOVE 16 TO PROGRAM-RETURN-CODE
028000     END-IF.
028100     CLOSE PROC-DATE-FILE.
028200 3000-EXIT.
028300     EXIT.
028400*-----------------------------------------------------
028500* 4000-PRINT-PROOF -- SHOW EXACTLY WHAT WENT BACK ON
028600* DATECARD, FOR THE RERUN LOG.
028700*-----------------------------------------------------
028800 4000-PRINT-PROOF.
028900     DISPLAY "-----------------------------------------".
029000     DISPLAY "REISSUED " PDC-PROCESS-DATE
029100         " CYCLE " PDC-CYCLE-ID
029200         " SEQ " PDC-RUN-SEQ
029300         " FIRST ISSUED " DCR-SEL-ISSUE-DATE
029400         " " DCR-SEL-ISSUE-TIME.
029500     DISPLAY "DAY OF WEEK . . . . . . : " PDC-DAY-OF-WEEK-NAME.
029600     DISPLAY "DISPOSITION . . . . . . : " PDC-DISPOSITION
029700         " " PDC-HOLIDAY-DESC.
029800     DISPLAY "PRIOR BUSINESS DAY. . . : " PDC-PRIOR-BUS-DATE.
029900     DISPLAY "NEXT BUSINESS DAY . . . : " PDC-NEXT-BUS-DATE.
030000     DISPLAY "MONTH/QTR/YEAR END. . . : " PDC-MONTH-END-FLAG
030100         "/" PDC-QUARTER-END-FLAG "/" PDC-YEAR-END-FLAG.
030200     IF DCR-RUN-SEQ = ZERO
030300         AND DCR-CARDS-ON-FILE > 1
030400         DISPLAY "NOTE - LAST OF " DCR-CARDS-ON-FILE
030500             " CARDS ISSUED FOR THIS DAY AND CYCLE"
030600     END-IF.
030700     DISPLAY "RUNCTL, DATELOG, EXCFILE AND ALERTFIL NOT "
030800         "TOUCHED".
030900     DISPLAY "=========================================".
031000 4000-EXIT.
031100     EXIT.
