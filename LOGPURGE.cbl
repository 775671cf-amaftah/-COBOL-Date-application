002400*                FILED AS PROOF NOTHING WAS LOST.  A
002500*                RECORD IS NEVER DELETED UNLESS ITS
002600*                ARCHIVE COPY WROTE CLEAN.
002602* 10/15/26  RDH  CHECKPOINT/RESTART.  AN ABEND PART WAY
002604*                THROUGH (ARCHIVE OUT OF SPACE, TIME-OUT,
002606*                CANCEL) LEFT NO WAY TO TELL WHAT HAD
002608*                BEEN ARCHIVED AND DELETED, AND A PLAIN
002610*                RERUN ONTO THE SAME EXTRACT ARCHIVED
002612*                RECORDS TWICE.  DELETES ARE NOW HELD
002614*                BACK AND DONE IN BURSTS: EVERY N
002616*                ARCHIVED RECORDS (CARD COLUMNS 9-13,
002618*                DEFAULT 500) THE EXTRACT IS CLOSED AND
002620*                REOPENED SO IT IS ON DISK, A CHECKPOINT
002622*                RECORD GOES TO PURGCKPT (LAST KEY
002624*                ARCHIVED AND LAST KEY DELETED FOR EACH
002626*                CLUSTER, EXTRACT RECORD COUNTS, AND THE
002628*                PER-CYCLE CONTROL TOTALS), AND ONLY
002630*                THEN ARE THE ARCHIVED RECORDS DELETED.
002632*                A RUN THAT FINDS AN UNFINISHED
002634*                CHECKPOINT FOR ITS OWN CUTOFF IS A
002636*                RESTART: IT EXTENDS THE SAME EXTRACTS,
002638*                FINISHES ANY INTERRUPTED DELETE BURST,
002640*                SKIPS RECORDS ALREADY ON THE EXTRACT,
002642*                RESUMES AFTER THE CHECKPOINT KEY AND
002644*                REPORTS WHOLE-PURGE TOTALS.  AN
002646*                UNFINISHED CHECKPOINT FOR ANY OTHER
002648*                CUTOFF REFUSES THE RUN.  A COMPLETED
002650*                PURGE CLEARS THE CHECKPOINT.
002700*-----------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005200         RECORD KEY IS EXC-KEY
005300         FILE STATUS IS EXCEPTION-STATUS.
005400* ARCHIVE-LOG-FILE -- THE DATELOG ARCHIVE EXTRACT,
005450* RECORDS IN THE UNCHANGED DATELOG LAYOUT.  READ BACK
005500* ON A RESTART BEFORE IT IS EXTENDED.
005600     SELECT ARCHIVE-LOG-FILE ASSIGN TO "LOGARCH"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS ARCHIVE-LOG-STATUS.
005900* ARCHIVE-EXC-FILE -- THE EXCEPTION ARCHIVE EXTRACT,
005950* RECORDS IN THE UNCHANGED EXCREC LAYOUT.  READ BACK
006000* ON A RESTART BEFORE IT IS EXTENDED.
006100     SELECT ARCHIVE-EXC-FILE ASSIGN TO "EXCARCH"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS ARCHIVE-EXC-STATUS.
006310* CHECKPOINT-FILE -- ONE-RECORD RESTART DATASET.
006320* REWRITTEN AT EACH CHECKPOINT, EMPTIED WHEN A PURGE
006330* COMPLETES.  EMPTY OR ABSENT MEANS NO PURGE IS OPEN.
006340     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "PURGCKPT"
006350         ORGANIZATION IS LINE SEQUENTIAL
006360         FILE STATUS IS CHECKPOINT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600*-----------------------------------------------------
006650* RETENTION-CUTOFF PARAMETER CARD.  COLUMNS 9-13 ARE
006700* THE CHECKPOINT INTERVAL IN ARCHIVED RECORDS, ZERO-
006750* PADDED, 00001-01000; BLANK TAKES THE DEFAULT.
006800*-----------------------------------------------------
006900 FD  SYSIN-FILE.
007000 01  CUTOFF-CARD.
007100     05  CRD-CUTOFF-DATE      PIC 9(08).
007150     05  CRD-CKPT-INTERVAL    PIC X(05).
007200     05  FILLER               PIC X(67).
007300*-----------------------------------------------------
007400* ONE RECORD PER RUN OF THE DATE-STAMP CYCLE.  SHARED
007500* LAYOUT WITH DATE-PROGRAM VIA THE DATELOG COPYBOOK.
008600* ARCHIVE EXTRACT RECORDS.  EACH IS A BYTE-FOR-BYTE
008700* COPY OF THE CLUSTER RECORD IT ARCHIVES, SO THE
008800* EXTRACTS READ BACK WITH THE SAME DATELOG AND EXCREC
008850* COPYBOOKS THE LIVE CLUSTERS USE.  ONLY THE KEY IS
008900* BROKEN OUT HERE, FOR THE RESTART READ-BACK.
009000*-----------------------------------------------------
009100 FD  ARCHIVE-LOG-FILE.
009125 01  ARCHIVE-LOG-RECORD.
009150     05  ARL-KEY.
009175         10  FILLER           PIC X(08).
009200         10  ARL-CYCLE-ID     PIC X(08).
009225         10  FILLER           PIC X(06).
009250     05  FILLER               PIC X(09).
009300 FD  ARCHIVE-EXC-FILE.
009302 01  ARCHIVE-EXC-RECORD.
009304     05  ARX-KEY.
009306         10  FILLER           PIC X(08).
009308         10  ARX-CYCLE-ID     PIC X(08).
009310         10  FILLER           PIC X(06).
009312     05  FILLER               PIC X(68).
009314*-----------------------------------------------------
009316* THE CHECKPOINT.  STATE 'A' IS AN UNFINISHED PURGE.
009318* PER CLUSTER: PHASE (N NOT STARTED, A IN PROGRESS,
009320* C COMPLETE), THE LAST KEY COMMITTED TO THE EXTRACT
009322* (EVERY RECORD UP TO IT IS COUNTED AND, IF OLDER
009324* THAN THE CUTOFF, ON THE EXTRACT), THE LAST KEY
009326* WHOSE DELETE BURST FINISHED, AND THE EXTRACT RECORD
009328* COUNT AT THE COMMIT.  THE CYCLE TABLE IS A STRAIGHT
009330* IMAGE OF PRG-CYCLE-TABLE.
009332*-----------------------------------------------------
009334 FD  CHECKPOINT-FILE.
009336 01  CHECKPOINT-RECORD.
009338     05  CKP-CUTOFF-DATE      PIC 9(08).
009340     05  CKP-STATE            PIC X(01).
009342     05  CKP-SEQUENCE         PIC 9(05).
009344     05  CKP-TAKEN-DATE       PIC 9(08).
009346     05  CKP-TAKEN-TIME       PIC 9(08).
009348     05  CKP-RETURN-CODE      PIC 9(02).
009350     05  CKP-LOG-PHASE        PIC X(01).
009352     05  CKP-LOG-ARCH-THRU    PIC X(22).
009354     05  CKP-LOG-DEL-THRU     PIC X(22).
009356     05  CKP-LOG-ARCH-RECS    PIC 9(07).
009358     05  CKP-EXC-PHASE        PIC X(01).
009360     05  CKP-EXC-ARCH-THRU    PIC X(22).
009362     05  CKP-EXC-DEL-THRU     PIC X(22).
009364     05  CKP-EXC-ARCH-RECS    PIC 9(07).
009366     05  CKP-TOT-LOG-READ     PIC 9(07).
009368     05  CKP-TOT-LOG-ARCH     PIC 9(07).
009370     05  CKP-TOT-LOG-DEL      PIC 9(07).
009372     05  CKP-TOT-LOG-RET      PIC 9(07).
009374     05  CKP-TOT-EXC-READ     PIC 9(07).
009376     05  CKP-TOT-EXC-ARCH     PIC 9(07).
009378     05  CKP-TOT-EXC-DEL      PIC 9(07).
009380     05  CKP-TOT-EXC-RET      PIC 9(07).
009382     05  CKP-CYCLE-COUNT      PIC 9(02).
009384     05  CKP-CYCLE-TABLE      PIC X(1344).
009500 WORKING-STORAGE SECTION.
009600*-----------------------------------------------------
009700* THE RETENTION CUTOFF AND CARD HANDLING.
010500     05  PRG-CUTOFF-YEAR      PIC 9(04).
010600     05  PRG-CUTOFF-MONTH     PIC 9(02).
010700     05  PRG-CUTOFF-DAY       PIC 9(02).
010725 01  PRG-CARD-INTERVAL        PIC X(05) VALUE SPACES.
010750 01  PRG-CARD-INTERVAL-N REDEFINES PRG-CARD-INTERVAL
010775                              PIC 9(05).
010800*-----------------------------------------------------
010900* SWEEP WORK AREAS.
011000*-----------------------------------------------------
013500         10  PRG-TBL-EXC-DEL      PIC 9(07).
013600         10  PRG-TBL-EXC-RET      PIC 9(07).
013700*-----------------------------------------------------
013750* RUN TOTALS ACROSS EVERY CYCLE.  ON A RESTART THESE
013800* AND THE CYCLE TABLE START FROM THE CHECKPOINT, SO
013850* THEY ALWAYS COVER THE WHOLE PURGE.
013900*-----------------------------------------------------
014000 77  PRG-TOT-LOG-READ         PIC 9(07) VALUE ZERO.
014100 77  PRG-TOT-LOG-ARCH         PIC 9(07) VALUE ZERO.
014600 77  PRG-TOT-EXC-DEL          PIC 9(07) VALUE ZERO.
014700 77  PRG-TOT-EXC-RET          PIC 9(07) VALUE ZERO.
014800*-----------------------------------------------------
014801* CHECKPOINT / RESTART CONTROL.  THE INTERVAL CAP IS
014802* THE SIZE OF THE HELD-DELETE AND EXTRACT-TAIL TABLES.
014803* A STOP (CHECKPOINT OR EXTRACT FAILURE) ENDS BOTH
014804* SWEEPS AND LEAVES THE CHECKPOINT FOR A RESTART.
014805*-----------------------------------------------------
014806 77  PRG-CKPT-INTERVAL        PIC 9(05) VALUE 500.
014807 77  PRG-MAX-CKPT-INTERVAL    PIC 9(05) VALUE 1000.
014808 77  PRG-CKPT-SEQUENCE        PIC 9(05) VALUE ZERO.
014809 77  PRG-CKPT-TAKEN           PIC 9(05) VALUE ZERO.
014810 77  PRG-CKPT-DATE            PIC 9(08) VALUE ZERO.
014811 77  PRG-CKPT-TIME            PIC 9(08) VALUE ZERO.
014812 77  PRG-CKPT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
014813     88  PRG-CKPT-FOUND                VALUE 'Y'.
014814 77  PRG-RESTART-SWITCH       PIC X(01) VALUE 'N'.
014815     88  PRG-RESTART-RUN               VALUE 'Y'.
014816 77  PRG-STOP-SWITCH          PIC X(01) VALUE 'N'.
014817     88  PRG-STOP                      VALUE 'Y'.
014818 77  PRG-CKPT-CLEARED-SWITCH  PIC X(01) VALUE 'N'.
014819     88  PRG-CKPT-CLEARED              VALUE 'Y'.
014820 77  PRG-ON-EXTRACT-SWITCH    PIC X(01) VALUE 'N'.
014821     88  PRG-ON-EXTRACT                VALUE 'Y'.
014822 77  PRG-LOG-PHASE            PIC X(01) VALUE 'N'.
014823     88  PRG-LOG-NOT-STARTED           VALUE 'N'.
014824     88  PRG-LOG-IN-PROGRESS           VALUE 'A'.
014825     88  PRG-LOG-DONE                  VALUE 'C'.
014826 77  PRG-LOG-ARCH-THRU        PIC X(22) VALUE ZEROS.
014827 77  PRG-LOG-DEL-THRU         PIC X(22) VALUE ZEROS.
014828 77  PRG-LOG-ARCH-RECS        PIC 9(07) VALUE ZERO.
014829 77  PRG-LOG-LAST-KEY         PIC X(22) VALUE ZEROS.
014830 77  PRG-EXC-PHASE            PIC X(01) VALUE 'N'.
014831     88  PRG-EXC-NOT-STARTED           VALUE 'N'.
014832     88  PRG-EXC-IN-PROGRESS           VALUE 'A'.
014833     88  PRG-EXC-DONE                  VALUE 'C'.
014834 77  PRG-EXC-ARCH-THRU        PIC X(22) VALUE ZEROS.
014835 77  PRG-EXC-DEL-THRU         PIC X(22) VALUE ZEROS.
014836 77  PRG-EXC-ARCH-RECS        PIC 9(07) VALUE ZERO.
014837 77  PRG-EXC-LAST-KEY         PIC X(22) VALUE ZEROS.
014838*-----------------------------------------------------
014839* THE CHECKPOINT A RESTART RESUMED FROM, KEPT FOR THE
014840* CONTROL REPORT.  A KEY NOT YET SET SHOWS '(NONE)'.
014841*-----------------------------------------------------
014842 01  PRG-RESUME-POINT.
014843     05  PRG-RSM-SEQUENCE     PIC 9(05) VALUE ZERO.
014844     05  PRG-RSM-DATE         PIC 9(08) VALUE ZERO.
014845     05  PRG-RSM-TIME         PIC 9(08) VALUE ZERO.
014846     05  PRG-RSM-LOG-ARCH     PIC X(22) VALUE SPACES.
014847     05  PRG-RSM-LOG-DEL      PIC X(22) VALUE SPACES.
014848     05  PRG-RSM-EXC-ARCH     PIC X(22) VALUE SPACES.
014849     05  PRG-RSM-EXC-DEL      PIC X(22) VALUE SPACES.
014850*-----------------------------------------------------
014851* HELD DELETES.  KEYS ARCHIVED SINCE THE LAST COMMIT,
014852* WITH THEIR CYCLE SLOT SO A FAILED DELETE CAN BE
014853* BACKED OUT OF THE RIGHT LINE.  ON A RESTART IT IS
014854* LOADED FROM THE EXTRACT WITH THE BURST THAT WAS
014855* COMMITTED BUT NEVER FINISHED DELETING.
014856*-----------------------------------------------------
014857 77  PRG-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
014858 77  PRG-PEND-SUB             PIC 9(05) COMP VALUE ZERO.
014859 77  PRG-HOLD-KEY             PIC X(22) VALUE SPACES.
014860 01  PRG-PENDING-TABLE.
014861     05  PRG-PENDING-ENTRY   OCCURS 1000 TIMES.
014862         10  PRG-PEND-KEY         PIC X(22).
014863         10  PRG-PEND-SLOT        PIC 9(02).
014864*-----------------------------------------------------
014865* EXTRACT TAIL.  ON A RESTART, RECORDS WRITTEN TO THE
014866* EXTRACT AFTER THE LAST COMMIT ARE ALREADY THERE; THE
014867* SWEEP MEETS THEM AGAIN IN THE SAME KEY ORDER AND
014868* DOES NOT WRITE THEM A SECOND TIME.
014869*-----------------------------------------------------
014870 77  PRG-TAIL-COUNT           PIC 9(05) COMP VALUE ZERO.
014871 77  PRG-TAIL-SUB             PIC 9(05) COMP VALUE ZERO.
014872 77  PRG-TAIL-READ            PIC 9(07) VALUE ZERO.
014873 77  PRG-TAIL-EOF-SWITCH      PIC X(01) VALUE 'N'.
014874     88  PRG-TAIL-EOF                  VALUE 'Y'.
014875 01  PRG-TAIL-TABLE.
014876     05  PRG-TAIL-KEY        OCCURS 1000 TIMES
014877                              PIC X(22).
014878*-----------------------------------------------------
014900* FILE STATUS SWITCHES AND RETURN CODE.  ANY ARCHIVE
015000* WRITE OR CLUSTER DELETE THAT FAILS LEAVES THE RECORD
015100* IN PLACE AND RETURNS 8 SO THE RUN IS INVESTIGATED
015150* BEFORE ANYONE TRUSTS THE EXTRACTS.  16 IS A REFUSED
015200* OR STOPPED RUN.
015300*-----------------------------------------------------
015400 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
015500 77  DATE-LOG-STATUS          PIC X(02) VALUE '00'.
015600 77  EXCEPTION-STATUS         PIC X(02) VALUE '00'.
015700 77  ARCHIVE-LOG-STATUS       PIC X(02) VALUE '00'.
015800 77  ARCHIVE-EXC-STATUS       PIC X(02) VALUE '00'.
015850 77  CHECKPOINT-STATUS        PIC X(02) VALUE '00'.
015900 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
016000 PROCEDURE DIVISION.
016100*-----------------------------------------------------
016800     PERFORM 1500-CLEAR-CYCLE-TABLE THRU 1500-EXIT
016900         VARYING PRG-CYCLE-SUB FROM 1 BY 1
017000         UNTIL PRG-CYCLE-SUB > 21.
017025     PERFORM 1600-READ-CHECKPOINT THRU 1600-EXIT.
017050     IF PROGRAM-RETURN-CODE > 8
017075         GO TO 0000-FINISH.
017100     PERFORM 2000-PURGE-DATE-LOG THRU 2000-EXIT.
017200     PERFORM 3000-PURGE-EXC-FILE THRU 3000-EXIT.
017250     PERFORM 6900-CLEAR-CHECKPOINT THRU 6900-EXIT.
017300     PERFORM 7000-PRINT-CONTROL-REPORT THRU 7000-EXIT.
017400 0000-FINISH.
017500     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
017800* 1000-GET-CUTOFF-CARD -- READ AND RANGE-CHECK THE
017900* RETENTION CUTOFF DATE.  NO CARD OR AN IMPLAUSIBLE
018000* DATE ENDS THE RUN -- A GARBLED CUTOFF MUST NEVER
018050* SILENTLY PURGE THE WRONG YEARS.  A CHECKPOINT
018100* INTERVAL THAT IS NOT 00001-01000 ENDS IT TOO.
018200*-----------------------------------------------------
018300 1000-GET-CUTOFF-CARD.
018400     MOVE 'N' TO PRG-CARD-FOUND-SWITCH.
019500                     MOVE CRD-CUTOFF-DATE
019600                         TO PRG-CUTOFF-DATE
019700                 END-IF
019750                 MOVE CRD-CKPT-INTERVAL TO PRG-CARD-INTERVAL
019800         END-READ
019900         CLOSE SYSIN-FILE
020000     END-IF.
021500             PRG-CUTOFF-DATE " IS NOT A PLAUSIBLE "
021600             "YYYYMMDD DATE ***"
021700         MOVE 16 TO PROGRAM-RETURN-CODE
021750         GO TO 1000-EXIT
021800     END-IF.
021805     IF PRG-CARD-INTERVAL = SPACES
021810         GO TO 1000-EXIT.
021815     IF PRG-CARD-INTERVAL-N NOT NUMERIC
021820         OR PRG-CARD-INTERVAL-N = ZERO
021825         OR PRG-CARD-INTERVAL-N > PRG-MAX-CKPT-INTERVAL
021830         DISPLAY "*** ABEND - CHECKPOINT INTERVAL "
021835             PRG-CARD-INTERVAL " IS NOT 00001-"
021840             PRG-MAX-CKPT-INTERVAL " ***"
021845         MOVE 16 TO PROGRAM-RETURN-CODE
021850         GO TO 1000-EXIT
021855     END-IF.
021860     MOVE PRG-CARD-INTERVAL-N TO PRG-CKPT-INTERVAL.
021900 1000-EXIT.
022000     EXIT.
022100 1500-CLEAR-CYCLE-TABLE.
023100 1500-EXIT.
023200     EXIT.
023300*-----------------------------------------------------
023301* 1600-READ-CHECKPOINT -- NO CHECKPOINT (OR AN EMPTY
023302* ONE) IS A NEW PURGE.  AN UNFINISHED CHECKPOINT FOR
023303* THIS CUTOFF MAKES THE RUN A RESTART AND RESTORES
023304* THE COUNTS AND KEYS IT HOLDS.  ONE FOR A DIFFERENT
023305* CUTOFF REFUSES THE RUN BEFORE ANYTHING IS OPENED --
023306* TWO HALF-PURGES WITH DIFFERENT CUTOFFS WOULD LEAVE
023307* NO CONTROL REPORT THAT PROVES EITHER.
023308*-----------------------------------------------------
023309 1600-READ-CHECKPOINT.
023310     MOVE 'N' TO PRG-CKPT-FOUND-SWITCH.
023311     OPEN INPUT CHECKPOINT-FILE.
023312     IF CHECKPOINT-STATUS = '35'
023313         CONTINUE
023314     ELSE
023315         READ CHECKPOINT-FILE
023316             AT END
023317                 CONTINUE
023318             NOT AT END
023319                 IF CKP-STATE = 'A'
023320                     MOVE 'Y' TO PRG-CKPT-FOUND-SWITCH
023321                 END-IF
023322         END-READ
023323         IF PRG-CKPT-FOUND
023324             AND CKP-CUTOFF-DATE NOT = PRG-CUTOFF-DATE
023325             DISPLAY "*** ABEND - AN UNFINISHED PURGE FOR "
023326                 "CUTOFF " CKP-CUTOFF-DATE " IS STILL "
023327                 "CHECKPOINTED ***"
023328             DISPLAY "*** RESTART IT WITH ITS OWN CUTOFF "
023329                 "CARD BEFORE STARTING CUTOFF "
023330                 PRG-CUTOFF-DATE " - NOTHING TOUCHED ***"
023331             MOVE 16 TO PROGRAM-RETURN-CODE
023332         END-IF
023333         IF PRG-CKPT-FOUND
023334             AND PROGRAM-RETURN-CODE = ZERO
023335             PERFORM 1700-RESTORE-CHECKPOINT THRU 1700-EXIT
023336         END-IF
023337         CLOSE CHECKPOINT-FILE
023338     END-IF.
023339 1600-EXIT.
023340     EXIT.
023341*-----------------------------------------------------
023342* 1700-RESTORE-CHECKPOINT -- PICK THE PURGE UP WHERE
023343* THE CHECKPOINT LEFT IT.  THE RETURN CODE IS CARRIED
023344* SO A WARNING BEFORE THE ABEND IS NOT LOST.
023345*-----------------------------------------------------
023346 1700-RESTORE-CHECKPOINT.
023347     MOVE 'Y' TO PRG-RESTART-SWITCH.
023348     MOVE CKP-SEQUENCE TO PRG-CKPT-SEQUENCE.
023349     MOVE CKP-RETURN-CODE TO PROGRAM-RETURN-CODE.
023350     MOVE CKP-LOG-PHASE TO PRG-LOG-PHASE.
023351     MOVE CKP-LOG-ARCH-THRU TO PRG-LOG-ARCH-THRU.
023352     MOVE CKP-LOG-DEL-THRU TO PRG-LOG-DEL-THRU.
023353     MOVE CKP-LOG-ARCH-RECS TO PRG-LOG-ARCH-RECS.
023354     MOVE CKP-EXC-PHASE TO PRG-EXC-PHASE.
023355     MOVE CKP-EXC-ARCH-THRU TO PRG-EXC-ARCH-THRU.
023356     MOVE CKP-EXC-DEL-THRU TO PRG-EXC-DEL-THRU.
023357     MOVE CKP-EXC-ARCH-RECS TO PRG-EXC-ARCH-RECS.
023358     MOVE CKP-TOT-LOG-READ TO PRG-TOT-LOG-READ.
023359     MOVE CKP-TOT-LOG-ARCH TO PRG-TOT-LOG-ARCH.
023360     MOVE CKP-TOT-LOG-DEL TO PRG-TOT-LOG-DEL.
023361     MOVE CKP-TOT-LOG-RET TO PRG-TOT-LOG-RET.
023362     MOVE CKP-TOT-EXC-READ TO PRG-TOT-EXC-READ.
023363     MOVE CKP-TOT-EXC-ARCH TO PRG-TOT-EXC-ARCH.
023364     MOVE CKP-TOT-EXC-DEL TO PRG-TOT-EXC-DEL.
023365     MOVE CKP-TOT-EXC-RET TO PRG-TOT-EXC-RET.
023366     MOVE CKP-CYCLE-COUNT TO PRG-CYCLE-COUNT.
023367     MOVE CKP-CYCLE-TABLE TO PRG-CYCLE-TABLE.
023368     MOVE CKP-SEQUENCE TO PRG-RSM-SEQUENCE.
023369     MOVE CKP-TAKEN-DATE TO PRG-RSM-DATE.
023370     MOVE CKP-TAKEN-TIME TO PRG-RSM-TIME.
023371     MOVE CKP-LOG-ARCH-THRU TO PRG-RSM-LOG-ARCH.
023372     MOVE CKP-LOG-DEL-THRU TO PRG-RSM-LOG-DEL.
023373     MOVE CKP-EXC-ARCH-THRU TO PRG-RSM-EXC-ARCH.
023374     MOVE CKP-EXC-DEL-THRU TO PRG-RSM-EXC-DEL.
023375     IF PRG-RSM-LOG-ARCH = ZEROS
023376         MOVE '(NONE)' TO PRG-RSM-LOG-ARCH.
023377     IF PRG-RSM-LOG-DEL = ZEROS
023378         MOVE '(NONE)' TO PRG-RSM-LOG-DEL.
023379     IF PRG-RSM-EXC-ARCH = ZEROS
023380         MOVE '(NONE)' TO PRG-RSM-EXC-ARCH.
023381     IF PRG-RSM-EXC-DEL = ZEROS
023382         MOVE '(NONE)' TO PRG-RSM-EXC-DEL.
023383     DISPLAY "(RESTARTING FROM CHECKPOINT "
023384         PRG-RSM-SEQUENCE " TAKEN " PRG-RSM-DATE " "
023385         PRG-RSM-TIME ")".
023386 1700-EXIT.
023387     EXIT.
023388*-----------------------------------------------------
023400* 2000-PURGE-DATE-LOG -- SWEEP THE WHOLE DATELOG
023500* CLUSTER IN KEY ORDER.  EVERY RECORD IS READ SO THE
023600* RETAINED COUNTS ON THE CONTROL REPORT ARE REAL
023700* COUNTS, NOT GUESSES.  A MISSING CLUSTER IS REPORTED
023750* AND SKIPPED.  THE SWEEP OPENS WITH A CHECKPOINT (ON
023800* A RESTART, AFTER FINISHING ANY INTERRUPTED DELETE
023850* BURST) AND CLOSES WITH ONE MARKING IT COMPLETE.
023900*-----------------------------------------------------
024000 2000-PURGE-DATE-LOG.
024100     MOVE 'N' TO PRG-LOG-EOF-SWITCH.
024110     IF PRG-LOG-DONE
024120         DISPLAY "(DATELOG SWEEP ALREADY COMPLETE AT THE "
024130             "CHECKPOINT - SKIPPED)"
024140         GO TO 2000-EXIT
024150     END-IF.
024200     OPEN I-O DATE-LOG-FILE.
024300     IF DATE-LOG-STATUS = '35'
024400         DISPLAY "(NO DATELOG DATASET - LOG SWEEP "
024500             "SKIPPED)"
024550         SET PRG-LOG-DONE TO TRUE
024600         GO TO 2000-EXIT
024700     END-IF.
024710     MOVE ZERO TO PRG-PENDING-COUNT.
024720     MOVE ZERO TO PRG-TAIL-COUNT.
024730     MOVE 1 TO PRG-TAIL-SUB.
024740     IF PRG-RESTART-RUN
024750         PERFORM 2050-REOPEN-LOG-ARCHIVE THRU 2050-EXIT
024760     ELSE
024770         OPEN OUTPUT ARCHIVE-LOG-FILE
024780     END-IF.
024790     IF PRG-STOP
024800         CLOSE DATE-LOG-FILE
024810         GO TO 2000-EXIT
024820     END-IF.
024830     SET PRG-LOG-IN-PROGRESS TO TRUE.
024840     MOVE PRG-LOG-ARCH-THRU TO PRG-LOG-LAST-KEY.
024850     PERFORM 2350-DELETE-HELD-LOG THRU 2350-EXIT.
024900     PERFORM 2100-PURGE-ONE-LOG-REC THRU 2100-EXIT
024910         UNTIL PRG-LOG-EOF
024920             OR PRG-STOP.
024930     IF NOT PRG-STOP
024940         PERFORM 2300-COMMIT-LOG THRU 2300-EXIT.
024950     IF PRG-TAIL-SUB NOT > PRG-TAIL-COUNT
024960         AND NOT PRG-STOP
024970         DISPLAY "*** WARNING - LOGARCH RECORDS PAST THE "
024980             "CHECKPOINT WERE NOT MET AGAIN IN THE "
024990             "CLUSTER - CHECK THE EXTRACT ***"
025000         MOVE 8 TO PROGRAM-RETURN-CODE
025010     END-IF.
025020     IF NOT PRG-STOP
025030         SET PRG-LOG-DONE TO TRUE
025040         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
025100     CLOSE ARCHIVE-LOG-FILE.
025200     CLOSE DATE-LOG-FILE.
025300 2000-EXIT.
025400     EXIT.
025500*-----------------------------------------------------
025501* 2050-REOPEN-LOG-ARCHIVE -- RESTART ONLY.  READ THE
025502* EXTRACT BACK: THE FIRST RECORDS UP TO THE COMMITTED
025503* COUNT ARE SAFE, AND ANY OF THEM KEYED PAST THE LAST
025504* FINISHED DELETE BURST ARE STILL TO BE DELETED.
025505* RECORDS PAST THE COMMITTED COUNT ARE THE TAIL.  AN
025506* EXTRACT SHORTER THAN THE CHECKPOINT IS THE WRONG
025507* DATASET AND STOPS THE RUN.  THEN EXTEND IT.
025508*-----------------------------------------------------
025509 2050-REOPEN-LOG-ARCHIVE.
025510     MOVE ZERO TO PRG-TAIL-READ.
025511     MOVE 'N' TO PRG-TAIL-EOF-SWITCH.
025512     OPEN INPUT ARCHIVE-LOG-FILE.
025513     IF ARCHIVE-LOG-STATUS = '00'
025514         PERFORM 2060-READ-BACK-LOG-ARCH THRU 2060-EXIT
025515             UNTIL PRG-TAIL-EOF
025516                 OR PRG-STOP
025517         CLOSE ARCHIVE-LOG-FILE
025518     END-IF.
025519     IF PRG-STOP
025520         GO TO 2050-EXIT.
025521     IF PRG-TAIL-READ < PRG-LOG-ARCH-RECS
025522         DISPLAY "*** ABEND - LOGARCH HOLDS " PRG-TAIL-READ
025523             " RECORDS, CHECKPOINT COMMITTED "
025524             PRG-LOG-ARCH-RECS " ***"
025525         DISPLAY "*** A RESTART MUST EXTEND THE SAME "
025526             "ARCHIVE GENERATION ***"
025527         MOVE 16 TO PROGRAM-RETURN-CODE
025528         SET PRG-STOP TO TRUE
025529         GO TO 2050-EXIT
025530     END-IF.
025531     IF PRG-TAIL-COUNT > ZERO
025532         DISPLAY "(" PRG-TAIL-COUNT " LOGARCH RECORDS PAST "
025533             "THE CHECKPOINT ARE ALREADY ON THE EXTRACT)".
025534     OPEN EXTEND ARCHIVE-LOG-FILE.
025535     IF ARCHIVE-LOG-STATUS = '35'
025536         OPEN OUTPUT ARCHIVE-LOG-FILE.
025537     IF ARCHIVE-LOG-STATUS NOT = '00'
025538         DISPLAY "*** ABEND - LOGARCH WILL NOT OPEN FOR "
025539             "EXTEND - STATUS " ARCHIVE-LOG-STATUS " ***"
025540         MOVE 16 TO PROGRAM-RETURN-CODE
025541         SET PRG-STOP TO TRUE
025542     END-IF.
025543 2050-EXIT.
025544     EXIT.
025545 2060-READ-BACK-LOG-ARCH.
025546     READ ARCHIVE-LOG-FILE
025547         AT END
025548             SET PRG-TAIL-EOF TO TRUE
025549             GO TO 2060-EXIT
025550     END-READ.
025551     ADD 1 TO PRG-TAIL-READ.
025552     IF PRG-PENDING-COUNT NOT < PRG-MAX-CKPT-INTERVAL
025553         OR PRG-TAIL-COUNT NOT < PRG-MAX-CKPT-INTERVAL
025554         DISPLAY "*** ABEND - MORE THAN "
025555             PRG-MAX-CKPT-INTERVAL " LOGARCH RECORDS PAST "
025556             "THE CHECKPOINT ***"
025557         MOVE 16 TO PROGRAM-RETURN-CODE
025558         SET PRG-STOP TO TRUE
025559         GO TO 2060-EXIT
025560     END-IF.
025561     IF PRG-TAIL-READ NOT > PRG-LOG-ARCH-RECS
025562         IF ARL-KEY > PRG-LOG-DEL-THRU
025563             MOVE ARL-CYCLE-ID TO PRG-WORK-CYCLE-ID
025564             PERFORM 5000-FIND-CYCLE-SLOT THRU 5000-EXIT
025565             MOVE ARL-KEY TO PRG-HOLD-KEY
025566             PERFORM 5500-HOLD-DELETE THRU 5500-EXIT
025567         END-IF
025568         GO TO 2060-EXIT
025569     END-IF.
025570     ADD 1 TO PRG-TAIL-COUNT.
025571     MOVE ARL-KEY TO PRG-TAIL-KEY(PRG-TAIL-COUNT).
025572 2060-EXIT.
025573     EXIT.
025574*-----------------------------------------------------
025600* 2100-PURGE-ONE-LOG-REC -- READ ONE LOG RECORD AND
025650* EITHER ARCHIVE IT (OLDER THAN THE CUTOFF) OR COUNT
025700* IT RETAINED.  AN ARCHIVED RECORD IS HELD FOR THE
025750* NEXT DELETE BURST -- IT IS COUNTED DELETED NOW AND
025800* BACKED OUT IF ITS DELETE FAILS.  A RECORD ALREADY
025850* IN THE EXTRACT TAIL IS NOT WRITTEN AGAIN.
026000*-----------------------------------------------------
026100 2100-PURGE-ONE-LOG-REC.
026200     READ DATE-LOG-FILE NEXT RECORD
026400             SET PRG-LOG-EOF TO TRUE
026500             GO TO 2100-EXIT
026600     END-READ.
026650     MOVE LOG-KEY TO PRG-LOG-LAST-KEY.
026700     COMPUTE PRG-WORK-DATE-8 =
026800         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
026900     MOVE LOG-CYCLE-ID TO PRG-WORK-CYCLE-ID.
027500         ADD 1 TO PRG-TOT-LOG-RET
027600         GO TO 2100-EXIT
027700     END-IF.
027800     MOVE 'N' TO PRG-ON-EXTRACT-SWITCH.
027900     IF PRG-TAIL-SUB NOT > PRG-TAIL-COUNT
028000         IF PRG-TAIL-KEY(PRG-TAIL-SUB) = PRG-LOG-LAST-KEY
028100             MOVE 'Y' TO PRG-ON-EXTRACT-SWITCH
028200             ADD 1 TO PRG-TAIL-SUB
028300         END-IF
028800     END-IF.
028805     IF NOT PRG-ON-EXTRACT
028810         MOVE DATE-LOG-RECORD TO ARCHIVE-LOG-RECORD
028815         WRITE ARCHIVE-LOG-RECORD
028820         IF ARCHIVE-LOG-STATUS NOT = '00'
028825             DISPLAY "*** WARNING - LOG ARCHIVE WRITE "
028830                 "FAILED - STATUS " ARCHIVE-LOG-STATUS
028835                 " - RECORD RETAINED ***"
028840             MOVE 8 TO PROGRAM-RETURN-CODE
028845             ADD 1 TO PRG-TBL-LOG-RET(PRG-FOUND-SUB)
028850             ADD 1 TO PRG-TOT-LOG-RET
028855             GO TO 2100-EXIT
028860         END-IF
028865     END-IF.
028870     ADD 1 TO PRG-LOG-ARCH-RECS.
028900     ADD 1 TO PRG-TBL-LOG-ARCH(PRG-FOUND-SUB).
029000     ADD 1 TO PRG-TOT-LOG-ARCH.
029001     ADD 1 TO PRG-TBL-LOG-DEL(PRG-FOUND-SUB).
029002     ADD 1 TO PRG-TOT-LOG-DEL.
029003     MOVE PRG-LOG-LAST-KEY TO PRG-HOLD-KEY.
029004     PERFORM 5500-HOLD-DELETE THRU 5500-EXIT.
029005     IF PRG-PENDING-COUNT NOT < PRG-CKPT-INTERVAL
029006         PERFORM 2300-COMMIT-LOG THRU 2300-EXIT.
029007 2100-EXIT.
029008     EXIT.
029009*-----------------------------------------------------
029010* 2300-COMMIT-LOG -- CLOSE AND REOPEN THE EXTRACT SO
029011* EVERYTHING WRITTEN SO FAR IS ON IT, CHECKPOINT THE
029012* KEY JUST READ AS COMMITTED, THEN DELETE THE HELD
029013* RECORDS.  NOTHING IS DELETED UNTIL BOTH THE EXTRACT
029014* AND THE CHECKPOINT ARE SAFE.
029015*-----------------------------------------------------
029016 2300-COMMIT-LOG.
029017     CLOSE ARCHIVE-LOG-FILE.
029018     OPEN EXTEND ARCHIVE-LOG-FILE.
029019     IF ARCHIVE-LOG-STATUS NOT = '00'
029020         DISPLAY "*** ABEND - LOGARCH WILL NOT REOPEN AT "
029021             "CHECKPOINT - STATUS " ARCHIVE-LOG-STATUS
029022             " ***"
029023         MOVE 16 TO PROGRAM-RETURN-CODE
029024         SET PRG-STOP TO TRUE
029025         GO TO 2300-EXIT
029026     END-IF.
029027     MOVE PRG-LOG-LAST-KEY TO PRG-LOG-ARCH-THRU.
029028     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
029029     IF PRG-STOP
029030         GO TO 2300-EXIT.
029031     PERFORM 2350-DELETE-HELD-LOG THRU 2350-EXIT.
029032 2300-EXIT.
029033     EXIT.
029034*-----------------------------------------------------
029035* 2350-DELETE-HELD-LOG -- THE DELETE BURST.  WHEN IT
029036* IS DONE THE DELETED-THRU KEY CATCHES UP WITH THE
029037* ARCHIVED-THRU KEY, THAT IS CHECKPOINTED, AND THE
029038* BROWSE IS REPOSITIONED AFTER THE LAST KEY READ.
029039*-----------------------------------------------------
029040 2350-DELETE-HELD-LOG.
029041     PERFORM 2360-DELETE-ONE-LOG-REC THRU 2360-EXIT
029042         VARYING PRG-PEND-SUB FROM 1 BY 1
029043         UNTIL PRG-PEND-SUB > PRG-PENDING-COUNT.
029044     MOVE ZERO TO PRG-PENDING-COUNT.
029045     MOVE PRG-LOG-ARCH-THRU TO PRG-LOG-DEL-THRU.
029046     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
029047     IF PRG-STOP
029048         GO TO 2350-EXIT.
029049     MOVE PRG-LOG-LAST-KEY TO LOG-KEY.
029050     START DATE-LOG-FILE KEY > LOG-KEY
029051         INVALID KEY
029052             SET PRG-LOG-EOF TO TRUE
029053     END-START.
029054 2350-EXIT.
029055     EXIT.
029056*-----------------------------------------------------
029057* 2360-DELETE-ONE-LOG-REC -- ONE HELD DELETE.  A
029058* RECORD ALREADY GONE (23) WAS DELETED BEFORE AN
029059* ABEND AND IS FINE.
029060*-----------------------------------------------------
029061 2360-DELETE-ONE-LOG-REC.
029062     MOVE PRG-PEND-KEY(PRG-PEND-SUB) TO LOG-KEY.
029100     DELETE DATE-LOG-FILE RECORD.
029200     IF DATE-LOG-STATUS NOT = '00'
029250         AND DATE-LOG-STATUS NOT = '23'
029300         DISPLAY "*** WARNING - LOG DELETE FAILED - "
029400             "STATUS " DATE-LOG-STATUS " ***"
029500         MOVE 8 TO PROGRAM-RETURN-CODE
029550         MOVE PRG-PEND-SLOT(PRG-PEND-SUB) TO PRG-FOUND-SUB
029600         SUBTRACT 1 FROM PRG-TBL-LOG-DEL(PRG-FOUND-SUB)
029650         SUBTRACT 1 FROM PRG-TOT-LOG-DEL
029700     END-IF.
029800 2360-EXIT.
030100     EXIT.
030200*-----------------------------------------------------
030300* 3000-PURGE-EXC-FILE -- SWEEP THE EXCEPTION CLUSTER
030500*-----------------------------------------------------
030600 3000-PURGE-EXC-FILE.
030700     MOVE 'N' TO PRG-EXC-EOF-SWITCH.
030710     IF PRG-STOP
030720         GO TO 3000-EXIT.
030730     IF PRG-EXC-DONE
030740         DISPLAY "(EXCEPTION SWEEP ALREADY COMPLETE AT THE "
030750             "CHECKPOINT - SKIPPED)"
030760         GO TO 3000-EXIT
030770     END-IF.
030800     OPEN I-O EXCEPTION-FILE.
030900     IF EXCEPTION-STATUS = '35'
031000         DISPLAY "(NO EXCEPTION DATASET - EXCEPTION "
031100             "SWEEP SKIPPED)"
031150         SET PRG-EXC-DONE TO TRUE
031200         GO TO 3000-EXIT
031300     END-IF.
031310     MOVE ZERO TO PRG-PENDING-COUNT.
031320     MOVE ZERO TO PRG-TAIL-COUNT.
031330     MOVE 1 TO PRG-TAIL-SUB.
031340     IF PRG-RESTART-RUN
031350         PERFORM 3050-REOPEN-EXC-ARCHIVE THRU 3050-EXIT
031360     ELSE
031370         OPEN OUTPUT ARCHIVE-EXC-FILE
031380     END-IF.
031390     IF PRG-STOP
031400         CLOSE EXCEPTION-FILE
031410         GO TO 3000-EXIT
031420     END-IF.
031430     SET PRG-EXC-IN-PROGRESS TO TRUE.
031440     MOVE PRG-EXC-ARCH-THRU TO PRG-EXC-LAST-KEY.
031450     PERFORM 3350-DELETE-HELD-EXC THRU 3350-EXIT.
031500     PERFORM 3100-PURGE-ONE-EXC-REC THRU 3100-EXIT
031510         UNTIL PRG-EXC-EOF
031520             OR PRG-STOP.
031530     IF NOT PRG-STOP
031540         PERFORM 3300-COMMIT-EXC THRU 3300-EXIT.
031550     IF PRG-TAIL-SUB NOT > PRG-TAIL-COUNT
031560         AND NOT PRG-STOP
031570         DISPLAY "*** WARNING - EXCARCH RECORDS PAST THE "
031580             "CHECKPOINT WERE NOT MET AGAIN IN THE "
031590             "CLUSTER - CHECK THE EXTRACT ***"
031600         MOVE 8 TO PROGRAM-RETURN-CODE
031610     END-IF.
031620     IF NOT PRG-STOP
031630         SET PRG-EXC-DONE TO TRUE
031640         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
031700     CLOSE ARCHIVE-EXC-FILE.
031800     CLOSE EXCEPTION-FILE.
031900 3000-EXIT.
032000     EXIT.
032100*-----------------------------------------------------
032101* 3050-REOPEN-EXC-ARCHIVE -- RESTART READ-BACK OF THE
032102* EXCEPTION EXTRACT, AS 2050 DOES FOR THE LOG.
032103*-----------------------------------------------------
032104 3050-REOPEN-EXC-ARCHIVE.
032105     MOVE ZERO TO PRG-TAIL-READ.
032106     MOVE 'N' TO PRG-TAIL-EOF-SWITCH.
032107     OPEN INPUT ARCHIVE-EXC-FILE.
032108     IF ARCHIVE-EXC-STATUS = '00'
032109         PERFORM 3060-READ-BACK-EXC-ARCH THRU 3060-EXIT
032110             UNTIL PRG-TAIL-EOF
032111                 OR PRG-STOP
032112         CLOSE ARCHIVE-EXC-FILE
032113     END-IF.
032114     IF PRG-STOP
032115         GO TO 3050-EXIT.
032116     IF PRG-TAIL-READ < PRG-EXC-ARCH-RECS
032117         DISPLAY "*** ABEND - EXCARCH HOLDS " PRG-TAIL-READ
032118             " RECORDS, CHECKPOINT COMMITTED "
032119             PRG-EXC-ARCH-RECS " ***"
032120         DISPLAY "*** A RESTART MUST EXTEND THE SAME "
032121             "ARCHIVE GENERATION ***"
032122         MOVE 16 TO PROGRAM-RETURN-CODE
032123         SET PRG-STOP TO TRUE
032124         GO TO 3050-EXIT
032125     END-IF.
032126     IF PRG-TAIL-COUNT > ZERO
032127         DISPLAY "(" PRG-TAIL-COUNT " EXCARCH RECORDS PAST "
032128             "THE CHECKPOINT ARE ALREADY ON THE EXTRACT)".
032129     OPEN EXTEND ARCHIVE-EXC-FILE.
032130     IF ARCHIVE-EXC-STATUS = '35'
032131         OPEN OUTPUT ARCHIVE-EXC-FILE.
032132     IF ARCHIVE-EXC-STATUS NOT = '00'
032133         DISPLAY "*** ABEND - EXCARCH WILL NOT OPEN FOR "
032134             "EXTEND - STATUS " ARCHIVE-EXC-STATUS " ***"
032135         MOVE 16 TO PROGRAM-RETURN-CODE
032136         SET PRG-STOP TO TRUE
032137     END-IF.
032138 3050-EXIT.
032139     EXIT.
032140 3060-READ-BACK-EXC-ARCH.
032141     READ ARCHIVE-EXC-FILE
032142         AT END
032143             SET PRG-TAIL-EOF TO TRUE
032144             GO TO 3060-EXIT
032145     END-READ.
032146     ADD 1 TO PRG-TAIL-READ.
032147     IF PRG-PENDING-COUNT NOT < PRG-MAX-CKPT-INTERVAL
032148         OR PRG-TAIL-COUNT NOT < PRG-MAX-CKPT-INTERVAL
032149         DISPLAY "*** ABEND - MORE THAN "
032150             PRG-MAX-CKPT-INTERVAL " EXCARCH RECORDS PAST "
032151             "THE CHECKPOINT ***"
032152         MOVE 16 TO PROGRAM-RETURN-CODE
032153         SET PRG-STOP TO TRUE
032154         GO TO 3060-EXIT
032155     END-IF.
032156     IF PRG-TAIL-READ NOT > PRG-EXC-ARCH-RECS
032157         IF ARX-KEY > PRG-EXC-DEL-THRU
032158             MOVE ARX-CYCLE-ID TO PRG-WORK-CYCLE-ID
032159             PERFORM 5000-FIND-CYCLE-SLOT THRU 5000-EXIT
032160             MOVE ARX-KEY TO PRG-HOLD-KEY
032161             PERFORM 5500-HOLD-DELETE THRU 5500-EXIT
032162         END-IF
032163         GO TO 3060-EXIT
032164     END-IF.
032165     ADD 1 TO PRG-TAIL-COUNT.
032166     MOVE ARX-KEY TO PRG-TAIL-KEY(PRG-TAIL-COUNT).
032167 3060-EXIT.
032168     EXIT.
032169*-----------------------------------------------------
032200* 3100-PURGE-ONE-EXC-REC -- ONE EXCEPTION RECORD:
032300* ARCHIVE-AND-HOLD OR RETAIN, AS FOR THE LOG.
032400*-----------------------------------------------------
032500 3100-PURGE-ONE-EXC-REC.
032600     READ EXCEPTION-FILE NEXT RECORD
032800             SET PRG-EXC-EOF TO TRUE
032900             GO TO 3100-EXIT
033000     END-READ.
033050     MOVE EXC-KEY TO PRG-EXC-LAST-KEY.
033100     COMPUTE PRG-WORK-DATE-8 =
033200         (EXC-YEAR * 10000) + (EXC-MONTH * 100) + EXC-DAY.
033300     MOVE EXC-CYCLE-ID TO PRG-WORK-CYCLE-ID.
033900         ADD 1 TO PRG-TOT-EXC-RET
034000         GO TO 3100-EXIT
034100     END-IF.
034200     MOVE 'N' TO PRG-ON-EXTRACT-SWITCH.
034300     IF PRG-TAIL-SUB NOT > PRG-TAIL-COUNT
034400         IF PRG-TAIL-KEY(PRG-TAIL-SUB) = PRG-EXC-LAST-KEY
034500             MOVE 'Y' TO PRG-ON-EXTRACT-SWITCH
034600             ADD 1 TO PRG-TAIL-SUB
034700         END-IF
035200     END-IF.
035205     IF NOT PRG-ON-EXTRACT
035210         MOVE EXCEPTION-RECORD TO ARCHIVE-EXC-RECORD
035215         WRITE ARCHIVE-EXC-RECORD
035220         IF ARCHIVE-EXC-STATUS NOT = '00'
035225             DISPLAY "*** WARNING - EXCEPTION ARCHIVE "
035230                 "WRITE FAILED - STATUS "
035235                 ARCHIVE-EXC-STATUS " - RECORD RETAINED ***"
035240             MOVE 8 TO PROGRAM-RETURN-CODE
035245             ADD 1 TO PRG-TBL-EXC-RET(PRG-FOUND-SUB)
035250             ADD 1 TO PRG-TOT-EXC-RET
035255             GO TO 3100-EXIT
035260         END-IF
035265     END-IF.
035270     ADD 1 TO PRG-EXC-ARCH-RECS.
035300     ADD 1 TO PRG-TBL-EXC-ARCH(PRG-FOUND-SUB).
035400     ADD 1 TO PRG-TOT-EXC-ARCH.
035401     ADD 1 TO PRG-TBL-EXC-DEL(PRG-FOUND-SUB).
035402     ADD 1 TO PRG-TOT-EXC-DEL.
035403     MOVE PRG-EXC-LAST-KEY TO PRG-HOLD-KEY.
035404     PERFORM 5500-HOLD-DELETE THRU 5500-EXIT.
035405     IF PRG-PENDING-COUNT NOT < PRG-CKPT-INTERVAL
035406         PERFORM 3300-COMMIT-EXC THRU 3300-EXIT.
035407 3100-EXIT.
035408     EXIT.
035409*-----------------------------------------------------
035410* 3300-COMMIT-EXC -- EXCEPTION COMMIT, AS 2300.
035411*-----------------------------------------------------
035412 3300-COMMIT-EXC.
035413     CLOSE ARCHIVE-EXC-FILE.
035414     OPEN EXTEND ARCHIVE-EXC-FILE.
035415     IF ARCHIVE-EXC-STATUS NOT = '00'
035416         DISPLAY "*** ABEND - EXCARCH WILL NOT REOPEN AT "
035417             "CHECKPOINT - STATUS " ARCHIVE-EXC-STATUS
035418             " ***"
035419         MOVE 16 TO PROGRAM-RETURN-CODE
035420         SET PRG-STOP TO TRUE
035421         GO TO 3300-EXIT
035422     END-IF.
035423     MOVE PRG-EXC-LAST-KEY TO PRG-EXC-ARCH-THRU.
035424     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
035425     IF PRG-STOP
035426         GO TO 3300-EXIT.
035427     PERFORM 3350-DELETE-HELD-EXC THRU 3350-EXIT.
035428 3300-EXIT.
035429     EXIT.
035430*-----------------------------------------------------
035431* 3350-DELETE-HELD-EXC -- EXCEPTION DELETE BURST, AS
035432* 2350.
035433*-----------------------------------------------------
035434 3350-DELETE-HELD-EXC.
035435     PERFORM 3360-DELETE-ONE-EXC-REC THRU 3360-EXIT
035436         VARYING PRG-PEND-SUB FROM 1 BY 1
035437         UNTIL PRG-PEND-SUB > PRG-PENDING-COUNT.
035438     MOVE ZERO TO PRG-PENDING-COUNT.
035439     MOVE PRG-EXC-ARCH-THRU TO PRG-EXC-DEL-THRU.
035440     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
035441     IF PRG-STOP
035442         GO TO 3350-EXIT.
035443     MOVE PRG-EXC-LAST-KEY TO EXC-KEY.
035444     START EXCEPTION-FILE KEY > EXC-KEY
035445         INVALID KEY
035446             SET PRG-EXC-EOF TO TRUE
035447     END-START.
035448 3350-EXIT.
035449     EXIT.
035450 3360-DELETE-ONE-EXC-REC.
035451     MOVE PRG-PEND-KEY(PRG-PEND-SUB) TO EXC-KEY.
035500     DELETE EXCEPTION-FILE RECORD.
035600     IF EXCEPTION-STATUS NOT = '00'
035650         AND EXCEPTION-STATUS NOT = '23'
035700         DISPLAY "*** WARNING - EXCEPTION DELETE "
035800             "FAILED - STATUS " EXCEPTION-STATUS " ***"
035900         MOVE 8 TO PROGRAM-RETURN-CODE
035950         MOVE PRG-PEND-SLOT(PRG-PEND-SUB) TO PRG-FOUND-SUB
036000         SUBTRACT 1 FROM PRG-TBL-EXC-DEL(PRG-FOUND-SUB)
036050         SUBTRACT 1 FROM PRG-TOT-EXC-DEL
036100     END-IF.
036200 3360-EXIT.
036500     EXIT.
036600*-----------------------------------------------------
036700* 5000-FIND-CYCLE-SLOT -- LOCATE (OR OPEN) THE CONTROL-
039400 5100-EXIT.
039500     EXIT.
039600*-----------------------------------------------------
039601* 5500-HOLD-DELETE -- ADD PRG-HOLD-KEY, WITH THE SLOT
039602* IN PRG-FOUND-SUB, TO THE HELD DELETES.  THE CALLER
039603* HAS ALREADY COUNTED IT DELETED (A SWEEP RECORD NOW,
039604* A READ-BACK RECORD BEFORE THE CHECKPOINT).
039605*-----------------------------------------------------
039606 5500-HOLD-DELETE.
039607     ADD 1 TO PRG-PENDING-COUNT.
039608     MOVE PRG-HOLD-KEY TO PRG-PEND-KEY(PRG-PENDING-COUNT).
039609     MOVE PRG-FOUND-SUB TO PRG-PEND-SLOT(PRG-PENDING-COUNT).
039610 5500-EXIT.
039611     EXIT.
039612*-----------------------------------------------------
039613* 6000-WRITE-CHECKPOINT -- REWRITE THE ONE-RECORD
039614* CHECKPOINT DATASET.  A CHECKPOINT THAT WILL NOT
039615* WRITE STOPS THE PURGE: GOING ON WITHOUT ONE IS
039616* EXACTLY THE UNRECOVERABLE RUN IT EXISTS TO PREVENT.
039617*-----------------------------------------------------
039618 6000-WRITE-CHECKPOINT.
039619     ADD 1 TO PRG-CKPT-SEQUENCE.
039620     ADD 1 TO PRG-CKPT-TAKEN.
039621     ACCEPT PRG-CKPT-DATE FROM DATE YYYYMMDD.
039622     ACCEPT PRG-CKPT-TIME FROM TIME.
039623     OPEN OUTPUT CHECKPOINT-FILE.
039624     IF CHECKPOINT-STATUS NOT = '00'
039625         DISPLAY "*** ABEND - PURGCKPT WILL NOT OPEN - "
039626             "STATUS " CHECKPOINT-STATUS
039627             " - PURGE STOPPED ***"
039628         MOVE 16 TO PROGRAM-RETURN-CODE
039629         SET PRG-STOP TO TRUE
039630         GO TO 6000-EXIT
039631     END-IF.
039632     MOVE PRG-CUTOFF-DATE TO CKP-CUTOFF-DATE.
039633     MOVE 'A' TO CKP-STATE.
039634     MOVE PRG-CKPT-SEQUENCE TO CKP-SEQUENCE.
039635     MOVE PRG-CKPT-DATE TO CKP-TAKEN-DATE.
039636     MOVE PRG-CKPT-TIME TO CKP-TAKEN-TIME.
039637     MOVE PROGRAM-RETURN-CODE TO CKP-RETURN-CODE.
039638     MOVE PRG-LOG-PHASE TO CKP-LOG-PHASE.
039639     MOVE PRG-LOG-ARCH-THRU TO CKP-LOG-ARCH-THRU.
039640     MOVE PRG-LOG-DEL-THRU TO CKP-LOG-DEL-THRU.
039641     MOVE PRG-LOG-ARCH-RECS TO CKP-LOG-ARCH-RECS.
039642     MOVE PRG-EXC-PHASE TO CKP-EXC-PHASE.
039643     MOVE PRG-EXC-ARCH-THRU TO CKP-EXC-ARCH-THRU.
039644     MOVE PRG-EXC-DEL-THRU TO CKP-EXC-DEL-THRU.
039645     MOVE PRG-EXC-ARCH-RECS TO CKP-EXC-ARCH-RECS.
039646     MOVE PRG-TOT-LOG-READ TO CKP-TOT-LOG-READ.
039647     MOVE PRG-TOT-LOG-ARCH TO CKP-TOT-LOG-ARCH.
039648     MOVE PRG-TOT-LOG-DEL TO CKP-TOT-LOG-DEL.
039649     MOVE PRG-TOT-LOG-RET TO CKP-TOT-LOG-RET.
039650     MOVE PRG-TOT-EXC-READ TO CKP-TOT-EXC-READ.
039651     MOVE PRG-TOT-EXC-ARCH TO CKP-TOT-EXC-ARCH.
039652     MOVE PRG-TOT-EXC-DEL TO CKP-TOT-EXC-DEL.
039653     MOVE PRG-TOT-EXC-RET TO CKP-TOT-EXC-RET.
039654     MOVE PRG-CYCLE-COUNT TO CKP-CYCLE-COUNT.
039655     MOVE PRG-CYCLE-TABLE TO CKP-CYCLE-TABLE.
039656     WRITE CHECKPOINT-RECORD.
039657     IF CHECKPOINT-STATUS NOT = '00'
039658         DISPLAY "*** ABEND - PURGCKPT WRITE FAILED - "
039659             "STATUS " CHECKPOINT-STATUS
039660             " - PURGE STOPPED ***"
039661         MOVE 16 TO PROGRAM-RETURN-CODE
039662         SET PRG-STOP TO TRUE
039663     END-IF.
039664     CLOSE CHECKPOINT-FILE.
039665 6000-EXIT.
039666     EXIT.
039667*-----------------------------------------------------
039668* 6900-CLEAR-CHECKPOINT -- BOTH SWEEPS FINISHED, SO
039669* EMPTY THE CHECKPOINT AND LET THE NEXT PURGE START.
039670* A STOPPED RUN LEAVES IT FOR THE RESTART.
039671*-----------------------------------------------------
039672 6900-CLEAR-CHECKPOINT.
039673     IF PRG-STOP
039674         GO TO 6900-EXIT.
039675     OPEN OUTPUT CHECKPOINT-FILE.
039676     IF CHECKPOINT-STATUS NOT = '00'
039677         DISPLAY "*** WARNING - PURGCKPT NOT CLEARED - "
039678             "STATUS " CHECKPOINT-STATUS " ***"
039679         MOVE 8 TO PROGRAM-RETURN-CODE
039680         GO TO 6900-EXIT
039681     END-IF.
039682     CLOSE CHECKPOINT-FILE.
039683     MOVE 'Y' TO PRG-CKPT-CLEARED-SWITCH.
039684 6900-EXIT.
039685     EXIT.
039686*-----------------------------------------------------
039700* 7000-PRINT-CONTROL-REPORT -- THE RETENTION PROOF:
039800* READ / ARCHIVED / DELETED / RETAINED, PER CYCLE AND
039900* IN TOTAL, FOR BOTH CLUSTERS.  FILED WITH THE AUDIT
039950* PACKAGE.  A RESTART SAYS SO AND NAMES THE CHECKPOINT
040000* IT RESUMED FROM; ITS COUNTS ARE FOR THE WHOLE PURGE.
040100*-----------------------------------------------------
040200 7000-PRINT-CONTROL-REPORT.
040300     DISPLAY "=========================================".
040500     DISPLAY "=========================================".
040600     DISPLAY "CUTOFF DATE (YYYYMMDD). : "
040700         PRG-CUTOFF-DATE.
040702     DISPLAY "CHECKPOINT INTERVAL . . : "
040704         PRG-CKPT-INTERVAL.
040706     IF PRG-RESTART-RUN
040708         DISPLAY "RUN TYPE. . . . . . . . : RESTART"
040710         DISPLAY "RESUMED FROM CHECKPOINT : "
040712             PRG-RSM-SEQUENCE " TAKEN " PRG-RSM-DATE " "
040714             PRG-RSM-TIME
040716         DISPLAY "  LOG ARCHIVED THRU KEY : "
040718             PRG-RSM-LOG-ARCH
040720         DISPLAY "  LOG DELETED THRU KEY. : "
040722             PRG-RSM-LOG-DEL
040724         DISPLAY "  EXC ARCHIVED THRU KEY : "
040726             PRG-RSM-EXC-ARCH
040728         DISPLAY "  EXC DELETED THRU KEY. : "
040730             PRG-RSM-EXC-DEL
040732         DISPLAY "(COUNTS BELOW ARE FOR THE WHOLE PURGE, "
040734             "NOT ONLY THIS RESTART)"
040736     ELSE
040738         DISPLAY "RUN TYPE. . . . . . . . : NEW PURGE"
040740     END-IF.
040800     PERFORM 7100-PRINT-ONE-CYCLE THRU 7100-EXIT
040900         VARYING PRG-CYCLE-SUB FROM 1 BY 1
041000         UNTIL PRG-CYCLE-SUB > 21.
041400     DISPLAY "EXC READ/ARCH/DEL/RET . : "
041500         PRG-TOT-EXC-READ " " PRG-TOT-EXC-ARCH " "
041600         PRG-TOT-EXC-DEL " " PRG-TOT-EXC-RET.
041650     DISPLAY "CHECKPOINTS THIS RUN. . : "
041700         PRG-CKPT-TAKEN.
041750     IF PRG-CKPT-CLEARED
041800         DISPLAY "CHECKPOINT. . . . . . . : CLEARED - "
041850             "PURGE COMPLETE"
041900     ELSE
041925         DISPLAY "CHECKPOINT. . . . . . . : "
041950             PRG-CKPT-SEQUENCE " LEFT IN PLACE - RESTART "
041975             "WITH THE SAME CUTOFF CARD"
042000     END-IF.
042025     IF PRG-STOP
042050         DISPLAY "RETENTION RESULT. . . . : STOPPED - "
042075             "PURGE INCOMPLETE - RESTART REQUIRED"
042100     ELSE
042125         IF PROGRAM-RETURN-CODE = ZERO
042150             DISPLAY "RETENTION RESULT. . . . : CLEAN"
042175         ELSE
042200             DISPLAY "RETENTION RESULT. . . . : ERRORS - "
042225                 "SEE WARNINGS ABOVE - DO NOT DISCARD "
042250                 "THE EXTRACTS"
042275         END-IF
042300     END-IF.
042400     DISPLAY "=========================================".
042500 7000-EXIT.
