000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTLCONV.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  ONE-TIME LOAD OF THE
001100*                OLD FLAT RUN-CONTROL DATASET INTO THE
001200*                NEW KEYED RUN-CONTROL CLUSTER (RUNCTL
001300*                COPYBOOK, KEYED BY CYCLE ID).  THE FLAT
001400*                RECORDS ARE IN NO PARTICULAR ORDER, SO
001500*                EACH IS WRITTEN BY KEY.  A RECORD WITH
001600*                NO CYCLE ID, A DUPLICATE CYCLE ID, OR A
001700*                SEQUENCE, RETURN CODE OR RUN DATE THAT
001800*                IS NOT NUMERIC IS LISTED AND LEFT OFF
001900*                THE CLUSTER FOR A CTLMAINT ADD, SO ONE
002000*                BAD RECORD CANNOT STOP THE REST OF THE
002100*                CYCLES CONVERTING.  EVERY RECORD IS
002200*                ECHOED TO A PROOF LISTING.
002220* 10/15/26  RDH  A RUN THAT LOADS NOTHING (FLAT DATASET
002240*                EMPTY OR EVERY RECORD REJECTED) NOW ENDS
002260*                16, NOT 4, SO AN EMPTY CLUSTER IS NOT
002280*                MISTAKEN FOR A PARTIAL LOAD.
002300*-----------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600     SOURCE-COMPUTER. IBM-370.
002700     OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000* FLAT-CTL-FILE -- THE OLD FLAT RUN-CONTROL DATASET,
003100* RENAMED ASIDE BEFORE THE CLUSTER IS DEFINED.  NOT
003200* OPTIONAL -- NOTHING TO CONVERT IS A MISTAKE.
003300     SELECT FLAT-CTL-FILE ASSIGN TO "RUNCTLIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FLAT-CTL-STATUS.
003600* RUN-CTL-FILE -- THE NEWLY DEFINED KEYED RUN-CONTROL
003700* CLUSTER, LOADED BY KEY.
003800     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CTL-CYCLE-ID
004200         FILE STATUS IS RUN-CTL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*-----------------------------------------------------
004600* ONE OLD FLAT RUN-CONTROL RECORD.  SAME 24 BYTES AS THE
004700* KEYED RECORD; THE SECOND VIEW CARRIES THE FIELDS AS
004800* TEXT FOR THE PROOF LISTING, WHATEVER THEY HOLD.
004900*-----------------------------------------------------
005000 FD  FLAT-CTL-FILE.
005100 01  FLAT-CTL-RECORD          PIC X(24).
005200 01  FLAT-CTL-FIELDS.
005300     05  FLT-CYCLE-ID         PIC X(08).
005400     05  FLT-RUN-SEQ          PIC X(06).
005500     05  FLT-RETURN-CODE      PIC X(02).
005600     05  FLT-RUN-DATE         PIC X(08).
005700*-----------------------------------------------------
005800* ONE RECORD PER CYCLE OF THE KEYED RUN-CONTROL DATASET.
005900* SHARED LAYOUT WITH DATE-PROGRAM VIA THE RUNCTL
006000* COPYBOOK.
006100*-----------------------------------------------------
006200 FD  RUN-CTL-FILE.
006300     COPY RUNCTL.
006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------
006600* CONVERSION COUNTERS AND THE PROOF-LISTING IMAGE.
006700*-----------------------------------------------------
006800 77  FLAT-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
006900     88  FLAT-CTL-EOF                  VALUE 'Y'.
007000 77  CTC-READ-COUNT           PIC 9(05) VALUE ZERO.
007100 77  CTC-LOADED-COUNT         PIC 9(05) VALUE ZERO.
007200 77  CTC-REJECT-COUNT         PIC 9(05) VALUE ZERO.
007300 01  CTC-IMAGE-WORK.
007400     05  CTC-IMG-CYCLE-ID     PIC X(08).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007600     05  CTC-IMG-SEQ          PIC X(06).
007700     05  FILLER               PIC X(01) VALUE SPACE.
007800     05  CTC-IMG-RC           PIC X(02).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  CTC-IMG-DATE         PIC X(08).
008100*-----------------------------------------------------
008200* FILE STATUS SWITCHES AND RETURN CODE.  A MISSING FLAT
008300* DATASET OR A CLUSTER THAT CANNOT BE OPENED FOR THE
008350* LOAD REFUSES THE RUN WITH 16, AS DOES A RUN THAT LOADS
008400* NOTHING; ANY RECORD LEFT OFF THE CLUSTER RETURNS 4 WITH
008450* THE GOOD ONES LOADED.
008600*-----------------------------------------------------
008700 77  FLAT-CTL-STATUS          PIC X(02) VALUE '00'.
008800 77  RUN-CTL-STATUS           PIC X(02) VALUE '00'.
008900 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
009000 PROCEDURE DIVISION.
009100*-----------------------------------------------------
009200* 0000-MAINLINE
009300*-----------------------------------------------------
009400 0000-MAINLINE.
009500     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
009600     IF PROGRAM-RETURN-CODE NOT = ZERO
009700         GO TO 0000-FINISH.
009800     DISPLAY "=========================================".
009900     DISPLAY "    RUN-CONTROL KEYED CONVERSION PROOF   ".
010000     DISPLAY "=========================================".
010100     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
010200         UNTIL FLAT-CTL-EOF.
010300     CLOSE FLAT-CTL-FILE.
010400     CLOSE RUN-CTL-FILE.
010500     PERFORM 7000-PRINT-REPORT-FOOTER THRU 7000-EXIT.
010600 0000-FINISH.
010700     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
010800     STOP RUN.
010900*-----------------------------------------------------
011000* 1000-OPEN-FILES -- OPEN THE FLAT DATASET FOR INPUT
011100* AND THE NEW CLUSTER FOR THE LOAD.  EITHER ONE FAILING
011200* ENDS THE RUN WITH NOTHING LOADED.
011300*-----------------------------------------------------
011400 1000-OPEN-FILES.
011500     OPEN INPUT FLAT-CTL-FILE.
011600     IF FLAT-CTL-STATUS NOT = '00'
011700         DISPLAY "*** ABEND - FLAT RUN-CONTROL DATASET NOT "
011800             "OPENED - FILE STATUS " FLAT-CTL-STATUS " ***"
011900         MOVE 16 TO PROGRAM-RETURN-CODE
012000         GO TO 1000-EXIT
012100     END-IF.
012200     OPEN OUTPUT RUN-CTL-FILE.
012300     IF RUN-CTL-STATUS NOT = '00'
012400         DISPLAY "*** ABEND - KEYED RUN-CONTROL CLUSTER NOT "
012500             "OPENED FOR LOAD - FILE STATUS " RUN-CTL-STATUS
012600             " ***"
012700         MOVE 16 TO PROGRAM-RETURN-CODE
012800         CLOSE FLAT-CTL-FILE
012900     END-IF.
013000 1000-EXIT.
013100     EXIT.
013200*-----------------------------------------------------
013300* 2000-CONVERT-ONE-RECORD -- READ ONE FLAT RECORD,
013400* CHECK IT, AND WRITE IT TO THE CLUSTER BY KEY.  EVERY
013500* RECORD GETS A PROOF LINE, LOADED OR REJECTED.
013600*-----------------------------------------------------
013700 2000-CONVERT-ONE-RECORD.
013800     READ FLAT-CTL-FILE
013900         AT END
014000             SET FLAT-CTL-EOF TO TRUE
014100             GO TO 2000-EXIT
014200     END-READ.
014300     ADD 1 TO CTC-READ-COUNT.
014400     MOVE FLAT-CTL-RECORD TO RUN-CTL-RECORD.
014500     MOVE FLT-CYCLE-ID    TO CTC-IMG-CYCLE-ID.
014600     MOVE FLT-RUN-SEQ     TO CTC-IMG-SEQ.
014700     MOVE FLT-RETURN-CODE TO CTC-IMG-RC.
014800     MOVE FLT-RUN-DATE    TO CTC-IMG-DATE.
014900     IF CTL-CYCLE-ID = SPACES
015000         OR CTL-CYCLE-ID = LOW-VALUES
015100         DISPLAY "REJECTED " CTC-IMAGE-WORK
015200             " - NO CYCLE ID"
015300         ADD 1 TO CTC-REJECT-COUNT
015400         GO TO 2000-EXIT
015500     END-IF.
015600     IF CTL-LAST-RUN-SEQ NOT NUMERIC
015700         OR CTL-LAST-RETURN-CODE NOT NUMERIC
015800         OR CTL-LAST-RUN-DATE NOT NUMERIC
015900         DISPLAY "REJECTED " CTC-IMAGE-WORK
016000             " - NOT NUMERIC, ADD WITH CTLMAINT"
016100         ADD 1 TO CTC-REJECT-COUNT
016200         GO TO 2000-EXIT
016300     END-IF.
016400     WRITE RUN-CTL-RECORD
016500         INVALID KEY
016600             DISPLAY "REJECTED " CTC-IMAGE-WORK
016700                 " - NOT WRITTEN, FILE STATUS "
016800                 RUN-CTL-STATUS
016900             ADD 1 TO CTC-REJECT-COUNT
017000             GO TO 2000-EXIT
017100     END-WRITE.
017200     DISPLAY "LOADED   " CTC-IMAGE-WORK.
017300     ADD 1 TO CTC-LOADED-COUNT.
017400 2000-EXIT.
017500     EXIT.
017600*-----------------------------------------------------
017700* 7000-PRINT-REPORT-FOOTER -- THE CONVERSION TOTALS AND
017800* THE RESULT LINE, AND RETURN CODE 4 WHEN ANY RECORD
017850* WAS LEFT OFF THE CLUSTER, OR 16 WHEN NOTHING WAS
017900* LOADED AT ALL (THE FLAT DATASET WAS EMPTY OR EVERY
017950* RECORD WAS REJECTED).
018100*-----------------------------------------------------
018200 7000-PRINT-REPORT-FOOTER.
018300     DISPLAY "-----------------------------------------".
018400     DISPLAY "RECORDS READ. . . . . . : " CTC-READ-COUNT.
018500     DISPLAY "RECORDS LOADED. . . . . : " CTC-LOADED-COUNT.
018600     DISPLAY "RECORDS REJECTED. . . . : " CTC-REJECT-COUNT.
018700     IF CTC-READ-COUNT = ZERO
018800         DISPLAY "*** WARNING - FLAT RUN-CONTROL DATASET "
018900             "WAS EMPTY - CLUSTER LEFT EMPTY ***"
019000         MOVE 4 TO PROGRAM-RETURN-CODE
019100     END-IF.
019200     IF CTC-REJECT-COUNT = ZERO
019300         DISPLAY "CONVERSION RESULT . . . : CLEAN"
019400     ELSE
019500         DISPLAY "CONVERSION RESULT . . . : REJECTS - "
019600             "SEE LINES ABOVE"
019700         MOVE 4 TO PROGRAM-RETURN-CODE
019800     END-IF.
019810     IF CTC-LOADED-COUNT = ZERO
019820         DISPLAY "*** ABEND - NO RUN-CONTROL RECORDS LOADED "
019830             "- DO NOT RUN DATEJOB AGAINST THE CLUSTER ***"
019840         MOVE 16 TO PROGRAM-RETURN-CODE
019850     END-IF.
019900     DISPLAY "=========================================".
020000 7000-EXIT.
020100     EXIT.
