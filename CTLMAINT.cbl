002500*                WHO CHANGED RUN CONTROL AND WHEN.  THE
002600*                DATASET IS ONLY WRITTEN BACK WHEN THE
002700*                LOAD WAS CLEAN.
002710* 10/15/26  RDH  RUNCTL IS NOW A KEYED DATASET BY CYCLE
002720*                ID (RUNCTL COPYBOOK).  ADD WRITES THE NEW
002730*                CYCLE'S RECORD, RETIRE DELETES IT AND
002740*                RESET REWRITES IT, EACH BY KEY, SO THE
002750*                DATASET IS NO LONGER LOADED AND WRITTEN
002760*                BACK WHOLE AND THE 20-SLOT LIMIT IS
002770*                GONE.  THE FOOTER NOW COUNTS RECORDS
002780*                ADDED, RETIRED AND RESET.
002800*-----------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS SYSIN-STATUS.
004000* RUN-CTL-FILE -- THE PER-CYCLE RUN-CONTROL DATASET,
004100* KEYED BY CYCLE ID AND MAINTAINED ONE RECORD AT A TIME.
004300     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
004350         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS CTL-CYCLE-ID
004500         FILE STATUS IS RUN-CTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
006000     05  CRD-NEW-RC           PIC X(02).
006100     05  FILLER               PIC X(58).
006200*-----------------------------------------------------
006250* ONE RECORD PER CYCLE OF THE RUN-CONTROL DATASET,
006300* KEYED BY CYCLE ID.  SAME LAYOUT DATE-PROGRAM READS
006350* AND REWRITES.
006500*-----------------------------------------------------
006600 FD  RUN-CTL-FILE.
006700     COPY RUNCTL.
007200 WORKING-STORAGE SECTION.
007300*-----------------------------------------------------
007400* PER-TRANSACTION WORK AREAS: WHETHER THE CARD'S CYCLE
007500* IS ON THE DATASET, THE BEFORE/AFTER IMAGES FOR THE
007600* PROOF REPORT, AND THE RUN TOTALS.
009100*-----------------------------------------------------
009200 77  SYSIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
009300     88  SYSIN-EOF                     VALUE 'Y'.
009400 77  CTM-FOUND-SWITCH         PIC X(01) VALUE 'N'.
009500     88  CTM-RECORD-FOUND              VALUE 'Y'.
009600 77  CTM-TRAN-COUNT           PIC 9(03) VALUE ZERO.
009700 77  CTM-APPLIED-COUNT        PIC 9(03) VALUE ZERO.
009800 77  CTM-REJECT-COUNT         PIC 9(03) VALUE ZERO.
009825 77  CTM-ADDED-COUNT          PIC 9(03) VALUE ZERO.
009850 77  CTM-RETIRED-COUNT        PIC 9(03) VALUE ZERO.
009875 77  CTM-RESET-COUNT          PIC 9(03) VALUE ZERO.
009900 77  CTM-IMAGE-TEXT           PIC X(30) VALUE SPACES.
010000 01  CTM-IMAGE-WORK.
010100     05  CTM-IMG-CYCLE-ID     PIC X(08).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  CTM-IMG-DATE         PIC 9(08).
010800*-----------------------------------------------------
010900* FILE STATUS SWITCHES AND RETURN CODE.  A RUN-CONTROL
011000* DATASET THAT CANNOT BE OPENED REFUSES THE WHOLE RUN
011100* WITH 16; ANY REJECTED TRANSACTION RETURNS 4 WITH THE
011200* GOOD ONES APPLIED.
011300*-----------------------------------------------------
011400 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
011500 77  RUN-CTL-STATUS           PIC X(02) VALUE '00'.
011900* 0000-MAINLINE
012000*-----------------------------------------------------
012100 0000-MAINLINE.
012200     PERFORM 1000-OPEN-RUN-CONTROL THRU 1000-EXIT.
012300     IF PROGRAM-RETURN-CODE NOT = ZERO
012400         GO TO 0000-FINISH.
012500     PERFORM 2000-PRINT-REPORT-HEADER THRU 2000-EXIT.
012600     PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT.
012700     CLOSE RUN-CTL-FILE.
012800     IF CTM-TRAN-COUNT = ZERO
012900         DISPLAY "*** ABEND - NO TRANSACTION CARDS IN "
013000             "SYSIN - RUN-CONTROL DATASET UNTOUCHED ***"
013100         MOVE 16 TO PROGRAM-RETURN-CODE
013200         GO TO 0000-FINISH
013300     END-IF.
013500     PERFORM 7000-PRINT-REPORT-FOOTER THRU 7000-EXIT.
013600 0000-FINISH.
013700     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
013800     STOP RUN.
013900*-----------------------------------------------------
014000* 1000-OPEN-RUN-CONTROL -- OPEN THE RUN-CONTROL DATASET
014100* FOR UPDATE.  A MISSING DATASET IS CREATED EMPTY
014200* (FIRST-EVER SEEDING RUN); ANY OTHER OPEN FAILURE
014300* REFUSES THE RUN.
014500*-----------------------------------------------------
014600 1000-OPEN-RUN-CONTROL.
014700     OPEN I-O RUN-CTL-FILE.
015000     IF RUN-CTL-STATUS = '35'
015100         DISPLAY "(RUN-CONTROL DATASET NOT FOUND - "
015200             "STARTING EMPTY)"
015250         OPEN OUTPUT RUN-CTL-FILE
015300         CLOSE RUN-CTL-FILE
015350         OPEN I-O RUN-CTL-FILE
015400     END-IF.
015450     IF RUN-CTL-STATUS NOT = '00'
015500         DISPLAY "*** ABEND - RUNCTL CANNOT BE OPENED FOR "
015550             "UPDATE - FILE STATUS " RUN-CTL-STATUS " ***"
015600         MOVE 16 TO PROGRAM-RETURN-CODE
015650     END-IF.
015800 1000-EXIT.
018600     EXIT.
018700 2000-PRINT-REPORT-HEADER.
018800     DISPLAY "=========================================".
018900     DISPLAY "     RUN-CONTROL MAINTENANCE PROOF       ".
019000     DISPLAY "=========================================".
019300 2000-EXIT.
019400     EXIT.
019500*-----------------------------------------------------
022400         ADD 1 TO CTM-REJECT-COUNT
022500         GO TO 3100-EXIT
022600     END-IF.
022650     PERFORM 4000-READ-CYCLE-RECORD THRU 4000-EXIT.
022700     IF RUN-CTL-STATUS NOT = '00'
022750         AND RUN-CTL-STATUS NOT = '23'
022800         DISPLAY "      REJECTED - RUNCTL READ FAILED, FILE "
022850             "STATUS " RUN-CTL-STATUS
022900         ADD 1 TO CTM-REJECT-COUNT
022950         GO TO 3100-EXIT
023000     END-IF.
023200     IF CRD-ACTION = 'ADD'
023300         PERFORM 5000-APPLY-ADD THRU 5000-EXIT
023400         GO TO 3100-EXIT
024600     ADD 1 TO CTM-REJECT-COUNT.
024700 3100-EXIT.
024800     EXIT.
024825*-----------------------------------------------------
024850* 4000-READ-CYCLE-RECORD -- READ THE CARD'S CYCLE RECORD
024875* BY KEY INTO THE RECORD AREA.
024900*-----------------------------------------------------
024925 4000-READ-CYCLE-RECORD.
024950     MOVE 'N' TO CTM-FOUND-SWITCH.
024975     MOVE CRD-CYCLE-ID TO CTL-CYCLE-ID.
025000     READ RUN-CTL-FILE
025025         INVALID KEY
025050             CONTINUE
025075         NOT INVALID KEY
025100             SET CTM-RECORD-FOUND TO TRUE
025125     END-READ.
025300 4000-EXIT.
025400     EXIT.
025500*-----------------------------------------------------
025900* NOTE USED TO HAVE KEYED IN BY HAND.
026000*-----------------------------------------------------
026100 5000-APPLY-ADD.
026200     IF CTM-RECORD-FOUND
026300         DISPLAY "      REJECTED - CYCLE ALREADY ON THE "
026400             "DATASET"
026500         ADD 1 TO CTM-REJECT-COUNT
026600         GO TO 5000-EXIT
026700     END-IF.
026800     MOVE CRD-CYCLE-ID TO CTL-CYCLE-ID.
027700     IF CRD-NEW-SEQ NUMERIC
027800         MOVE CRD-NEW-SEQ TO CTL-LAST-RUN-SEQ
027900     ELSE
028000         MOVE ZERO TO CTL-LAST-RUN-SEQ
028100     END-IF.
028200     IF CRD-NEW-RC NUMERIC
028300         MOVE CRD-NEW-RC TO CTL-LAST-RETURN-CODE
028500     ELSE
028600         MOVE ZERO TO CTL-LAST-RETURN-CODE
028700     END-IF.
028720     MOVE ZERO TO CTL-LAST-RUN-DATE.
028740     WRITE RUN-CTL-RECORD
028760         INVALID KEY
028780             DISPLAY "      REJECTED - WRITE FAILED, FILE "
028800                 "STATUS " RUN-CTL-STATUS
028820             ADD 1 TO CTM-REJECT-COUNT
028840             GO TO 5000-EXIT
028860     END-WRITE.
028900     DISPLAY "      BEFORE (NO RECORD)".
029000     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
029100     DISPLAY "      AFTER  " CTM-IMAGE-TEXT.
029200     ADD 1 TO CTM-APPLIED-COUNT.
029250     ADD 1 TO CTM-ADDED-COUNT.
029300 5000-EXIT.
029400     EXIT.
029500*-----------------------------------------------------
029600* 5200-APPLY-RETIRE -- DELETE A CYCLE'S RECORD BY KEY.
029800*-----------------------------------------------------
029900 5200-APPLY-RETIRE.
030000     IF NOT CTM-RECORD-FOUND
030100         DISPLAY "      REJECTED - CYCLE NOT ON THE "
030200             "DATASET"
030300         ADD 1 TO CTM-REJECT-COUNT
030400         GO TO 5200-EXIT
030500     END-IF.
030520     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
030540     DELETE RUN-CTL-FILE RECORD
030560         INVALID KEY
030580             DISPLAY "      REJECTED - DELETE FAILED, FILE "
030600                 "STATUS " RUN-CTL-STATUS
030620             ADD 1 TO CTM-REJECT-COUNT
030640             GO TO 5200-EXIT
030660     END-DELETE.
030700     DISPLAY "      BEFORE " CTM-IMAGE-TEXT.
030800     DISPLAY "      AFTER  (RETIRED - RECORD DELETED)".
031300     ADD 1 TO CTM-APPLIED-COUNT.
031350     ADD 1 TO CTM-RETIRED-COUNT.
031400 5200-EXIT.
032000     EXIT.
032100*-----------------------------------------------------
032200* 5400-APPLY-RESET -- SET A CYCLE'S SEQUENCE AND/OR
032400* THAT VALUE ALONE; THE LAST-RUN DATE IS NEVER TOUCHED.
032500*-----------------------------------------------------
032600 5400-APPLY-RESET.
032700     IF NOT CTM-RECORD-FOUND
032800         DISPLAY "      REJECTED - CYCLE NOT ON THE "
032900             "DATASET"
033000         ADD 1 TO CTM-REJECT-COUNT
034900         ADD 1 TO CTM-REJECT-COUNT
035000         GO TO 5400-EXIT
035100     END-IF.
035200     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
035300     DISPLAY "      BEFORE " CTM-IMAGE-TEXT.
035400     IF CRD-NEW-SEQ NOT = SPACES
035500         MOVE CRD-NEW-SEQ TO CTL-LAST-RUN-SEQ
035700     END-IF.
035800     IF CRD-NEW-RC NOT = SPACES
035900         MOVE CRD-NEW-RC TO CTL-LAST-RETURN-CODE
036100     END-IF.
036120     REWRITE RUN-CTL-RECORD
036140         INVALID KEY
036160             DISPLAY "      REJECTED - REWRITE FAILED, FILE "
036180                 "STATUS " RUN-CTL-STATUS
036200             ADD 1 TO CTM-REJECT-COUNT
036220             GO TO 5400-EXIT
036240     END-REWRITE.
036260     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
036300     DISPLAY "      AFTER  " CTM-IMAGE-TEXT.
036400     ADD 1 TO CTM-APPLIED-COUNT.
036450     ADD 1 TO CTM-RESET-COUNT.
036500 5400-EXIT.
036600     EXIT.
036700*-----------------------------------------------------
036750* 6000-FORMAT-RECORD-IMAGE -- THE RECORD AREA AS A
036800* PROOF-REPORT IMAGE: CYCLE, SEQUENCE, RETURN CODE,
036850* LAST-RUN DATE.
037000*-----------------------------------------------------
037100 6000-FORMAT-RECORD-IMAGE.
037200     MOVE CTL-CYCLE-ID         TO CTM-IMG-CYCLE-ID.
037300     MOVE CTL-LAST-RUN-SEQ     TO CTM-IMG-SEQ.
037400     MOVE CTL-LAST-RETURN-CODE TO CTM-IMG-RC.
037500     MOVE CTL-LAST-RUN-DATE    TO CTM-IMG-DATE.
038000     MOVE CTM-IMAGE-WORK TO CTM-IMAGE-TEXT.
038100 6000-EXIT.
038200     EXIT.
039200         CTM-APPLIED-COUNT.
039300     DISPLAY "TRANSACTIONS REJECTED . : "
039400         CTM-REJECT-COUNT.
039450     DISPLAY "RECORDS ADDED . . . . . : " CTM-ADDED-COUNT.
039500     DISPLAY "RECORDS RETIRED . . . . : "
039550         CTM-RETIRED-COUNT.
039600     DISPLAY "RECORDS RESET . . . . . : " CTM-RESET-COUNT.
039700     IF CTM-REJECT-COUNT = ZERO
039800         DISPLAY "MAINTENANCE RESULT. . . : CLEAN"
039900     ELSE
040400     DISPLAY "=========================================".
040500 7000-EXIT.
040600     EXIT.
