000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLAREPT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  MONTHLY CYCLE
001100*                SERVICE-LEVEL REPORT: JOINS THE KEYED
001200*                ALERT HISTORY WITH THE DATELOG RUN TRAIL
001300*                (START TIME AND CUTOFF-ROLL FLAG) AND THE
001400*                EXCEPTION FILE FOR THE MONTH ON THE
001500*                PARAMETER CARD.  FOR EACH CYCLE: BUSINESS
001600*                DAYS RUN ON TIME, LATE (CUTOFF-ROLLED)
001700*                AND MISSED, ALERT COUNTS BY REASON CODE,
001800*                VALIDATION EXCEPTIONS, AVERAGE AND LATEST
001900*                START TIMES; THEN THE REPEAT OFFENDERS.
002000*                REPLACES THE SPREADSHEET REBUILT EACH
002100*                MONTH FROM MORNSTAT PRINTOUTS.
002110* 10/15/26  RDH  ADDED THE OVRR (UNAUTHORIZED DATE
002120*                OVERRIDE REFUSED) CODE TO THE FIXED
002130*                REASON-CODE COLUMNS.
002200*-----------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500     SOURCE-COMPUTER. IBM-370.
002600     OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900* SYSIN-FILE -- PARAMETER CARD: PERIOD YYYYMM, CYCLE ID
003000* (BLANK MEANS EVERY CYCLE) AND THE REPEAT-OFFENDER
003100* THRESHOLD.  REQUIRED.
003200     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SYSIN-STATUS.
003500* ALERT-HIST-FILE -- THE KEYED ALERT HISTORY DATE-
003600* PROGRAM ADDS TO ON EVERY ALERT.  NOT OPTIONAL, SO A
003700* MISSING DATASET IS REPORTED RATHER THAN READ AS A
003800* MONTH WITH NO ALERTS.
003900     SELECT ALERT-HIST-FILE ASSIGN TO "ALERTHIS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AHS-KEY
004300         FILE STATUS IS ALERT-HIST-STATUS.
004400* DATE-LOG-FILE -- THE KEYED RUN AUDIT TRAIL.  NOT
004500* OPTIONAL, FOR THE SAME REASON.
004600     SELECT DATE-LOG-FILE ASSIGN TO "DATELOG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LOG-KEY
005000         FILE STATUS IS DATE-LOG-STATUS.
005100* EXCEPTION-FILE -- THE KEYED EXCEPTION TRAIL.  NOT
005200* OPTIONAL, FOR THE SAME REASON.
005300     SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EXC-KEY
005700         FILE STATUS IS EXCEPTION-STATUS.
005800* HOLIDAY-FILE -- THE KEYED BANK HOLIDAY CALENDAR, TO
005900* DECIDE WHICH DAYS OF THE PERIOD WERE BUSINESS DAYS.
006000* OPTIONAL SO A MISSING CALENDAR MEANS NO HOLIDAYS, THE
006100* SAME AS EVERY OTHER READER.
006200     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLDFILE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS HOL-KEY
006600         FILE STATUS IS HOLIDAY-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900*-----------------------------------------------------
007000* SERVICE-LEVEL PERIOD CARD.
007100*-----------------------------------------------------
007200 FD  SYSIN-FILE.
007300 01  PERIOD-CARD.
007400     05  CRD-PERIOD-YEAR      PIC 9(04).
007500     05  CRD-PERIOD-MONTH     PIC 9(02).
007600     05  CRD-CYCLE-ID         PIC X(08).
007700     05  CRD-REPEAT-LIMIT     PIC X(02).
007800     05  FILLER               PIC X(64).
007900*-----------------------------------------------------
008000* ONE HISTORY RECORD PER OPERATOR ALERT.  SHARED LAYOUT
008100* WITH DATE-PROGRAM VIA THE ALERTHIS COPYBOOK.
008200*-----------------------------------------------------
008300 FD  ALERT-HIST-FILE.
008400     COPY ALERTHIS.
008500*-----------------------------------------------------
008600* ONE RECORD PER RUN OF THE DATE-STAMP CYCLE.  SHARED
008700* LAYOUT WITH DATE-PROGRAM VIA THE DATELOG COPYBOOK.
008800*-----------------------------------------------------
008900 FD  DATE-LOG-FILE.
009000     COPY DATELOG.
009100*-----------------------------------------------------
009200* ONE RECORD PER REJECTED PROCESSING DATE.  SHARED
009300* LAYOUT WITH DATE-PROGRAM VIA THE EXCREC COPYBOOK.
009400*-----------------------------------------------------
009500 FD  EXCEPTION-FILE.
009600     COPY EXCREC.
009700*-----------------------------------------------------
009800* ONE RECORD PER BANK HOLIDAY OR STANDING WEEKEND ENTRY
009900* IN THE HOLIDAY CALENDAR.  SHARED LAYOUT WITH DATE-
010000* PROGRAM AND DATE-MATH VIA THE HOLIDAY COPYBOOK.
010100*-----------------------------------------------------
010200 FD  HOLIDAY-FILE.
010300     COPY HOLIDAY.
010400 WORKING-STORAGE SECTION.
010500*-----------------------------------------------------
010600* THE PERIOD UNDER REVIEW AND ITS SHAPE.  SLA-CYCLE-ID
010700* SPACES MEANS EVERY CYCLE.  A CYCLE/REASON PAIR (OR A
010800* CYCLE'S CUTOFF ROLLS) REACHING SLA-REPEAT-LIMIT IN THE
010900* MONTH IS A REPEAT OFFENDER.
011000*-----------------------------------------------------
011100 77  SLA-PERIOD-YEAR          PIC 9(04) VALUE ZERO.
011200 77  SLA-PERIOD-MONTH         PIC 9(02) VALUE ZERO.
011300 77  SLA-CYCLE-ID             PIC X(08) VALUE SPACES.
011400 77  SLA-REPEAT-LIMIT         PIC 9(02) VALUE 3.
011500 77  SLA-CARD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
011600     88  SLA-CARD-FOUND                VALUE 'Y'.
011700 01  SLA-PERIOD-START-DATE    PIC 9(08) VALUE ZERO.
011800 01  SLA-PERIOD-START-PARTS REDEFINES SLA-PERIOD-START-DATE.
011900     05  SLA-PERIOD-START-YEAR  PIC 9(04).
012000     05  SLA-PERIOD-START-MONTH PIC 9(02).
012100     05  SLA-PERIOD-START-DAY   PIC 9(02).
012200*-----------------------------------------------------
012300* LITERAL TABLE OF DAYS PER CALENDAR MONTH, INDEXED BY
012400* MONTH.  FEBRUARY IS ADJUSTED TO 29 IN A LEAP YEAR.
012500*-----------------------------------------------------
012600 01  DAYS-IN-MONTH-VALUES.
012700     05  FILLER  PIC 9(02) VALUE 31.
012800     05  FILLER  PIC 9(02) VALUE 28.
012900     05  FILLER  PIC 9(02) VALUE 31.
013000     05  FILLER  PIC 9(02) VALUE 30.
013100     05  FILLER  PIC 9(02) VALUE 31.
013200     05  FILLER  PIC 9(02) VALUE 30.
013300     05  FILLER  PIC 9(02) VALUE 31.
013400     05  FILLER  PIC 9(02) VALUE 31.
013500     05  FILLER  PIC 9(02) VALUE 30.
013600     05  FILLER  PIC 9(02) VALUE 31.
013700     05  FILLER  PIC 9(02) VALUE 30.
013800     05  FILLER  PIC 9(02) VALUE 31.
013900 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
014000     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
014100 77  DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
014200 77  LEAP-YEAR-SWITCH         PIC X(01) VALUE 'N'.
014300     88  IS-LEAP-YEAR                  VALUE 'Y'.
014400 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
014500 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
014600*-----------------------------------------------------
014700* BUSINESS-DAY MAP OF THE PERIOD, SUBSCRIPTED BY DAY OF
014800* MONTH: 'Y' FOR A WEEKDAY WITH NO CALENDAR ENTRY (THE
014900* DATERECN TEST), 'N' OTHERWISE.
015000*-----------------------------------------------------
015100 01  SLA-BUSINESS-DAY-MAP.
015200     05  SLA-BUSINESS-DAY     OCCURS 31 TIMES
015300                              PIC X(01).
015400 77  SLA-BUSINESS-DAY-COUNT   PIC 9(02) VALUE ZERO.
015500 77  SLA-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
015600 77  SLA-WORK-DATE-8          PIC 9(08) VALUE ZERO.
015700 77  SLA-WORK-INTEGER         PIC 9(09) VALUE ZERO.
015800 77  SLA-DOW-NUMBER           PIC 9(01) VALUE ZERO.
015900 77  SLA-CAL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
016000     88  SLA-CAL-AVAILABLE             VALUE 'Y'.
016100 77  SLA-HOLIDAY-MATCH-SWITCH PIC X(01) VALUE 'N'.
016200     88  SLA-HOLIDAY-MATCH-FOUND       VALUE 'Y'.
016300 77  SLA-SCAN-DONE-SWITCH     PIC X(01) VALUE 'N'.
016400     88  SLA-SCAN-DONE                 VALUE 'Y'.
016500*-----------------------------------------------------
016600* REASON-CODE COLUMNS.  THE ALERTRC CODES ARE PRELOADED
016700* IN A FIXED ORDER SO EVERY MONTH'S REPORT READS THE
016800* SAME WAY; ANY OTHER CODE FOUND ON THE HISTORY TAKES
016900* THE NEXT FREE COLUMN.  THE FIRST FOUR ARE CALENDAR
017000* DISPOSITIONS, NOT FAULTS, AND NEVER MAKE A CYCLE A
017100* REPEAT OFFENDER.
017200*-----------------------------------------------------
017300 01  SLA-CODE-VALUES.
017400     05  FILLER  PIC X(04) VALUE 'HOLI'.
017500     05  FILLER  PIC X(04) VALUE 'HOLP'.
017600     05  FILLER  PIC X(04) VALUE 'WKNF'.
017700     05  FILLER  PIC X(04) VALUE 'WKND'.
017800     05  FILLER  PIC X(04) VALUE 'YRRG'.
017900     05  FILLER  PIC X(04) VALUE 'MNRG'.
018000     05  FILLER  PIC X(04) VALUE 'DYRG'.
018100     05  FILLER  PIC X(04) VALUE 'CTLF'.
018200     05  FILLER  PIC X(04) VALUE 'DEPC'.
018300     05  FILLER  PIC X(04) VALUE 'OVRR'.
018400     05  FILLER  PIC X(04) VALUE SPACES.
018500     05  FILLER  PIC X(04) VALUE SPACES.
018600 01  SLA-CODE-TABLE REDEFINES SLA-CODE-VALUES.
018700     05  SLA-CODE             OCCURS 12 TIMES
018800                              PIC X(04).
018900 77  SLA-CODE-COUNT           PIC 9(02) VALUE 10.
019000 77  SLA-CALENDAR-CODES       PIC 9(02) VALUE 4.
019100 77  SLA-CODE-SUB             PIC 9(02) COMP VALUE ZERO.
019200 77  SLA-CODE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
019300     88  SLA-CODE-FOUND                VALUE 'Y'.
019400*-----------------------------------------------------
019500* PER-CYCLE ACCUMULATORS, ONE SLOT PER CYCLE SEEN IN THE
019600* PERIOD.  SLA-CYC-DAY-STATE IS 'O' WHEN THE CYCLE RAN
019700* THAT DAY WITHOUT A CUTOFF ROLL, 'L' WHEN ITS ONLY RUN
019800* FOR THE DAY WAS ROLLED BACK BY THE CUTOFF, SPACE WHEN
019900* IT DID NOT RUN.  START TIMES ARE KEPT AS SECONDS PAST
020000* MIDNIGHT OF THE PROCESS DATE -- A CUTOFF-ROLLED RUN
020100* STARTED AFTER THE NEXT MIDNIGHT, SO IT COUNTS 86400
020200* SECONDS LATER RATHER THAN AS AN EARLY START.
020300*-----------------------------------------------------
020400 77  SLA-MAXIMUM-CYCLES       PIC 9(02) VALUE 50.
020500 77  SLA-CYCLE-COUNT          PIC 9(02) VALUE ZERO.
020600 77  SLA-CYC-SUB              PIC 9(02) COMP VALUE ZERO.
020700 77  SLA-CYC-FOUND-SWITCH     PIC X(01) VALUE 'N'.
020800     88  SLA-CYC-FOUND                 VALUE 'Y'.
020900 77  SLA-FIND-CYCLE-ID        PIC X(08) VALUE SPACES.
021000 01  SLA-CYCLE-TABLE.
021100     05  SLA-CYC-ENTRY        OCCURS 50 TIMES.
021200         10  SLA-CYC-ID           PIC X(08).
021300         10  SLA-CYC-RUN-COUNT    PIC 9(05).
021400         10  SLA-CYC-ROLL-COUNT   PIC 9(05).
021500         10  SLA-CYC-EXC-COUNT    PIC 9(05).
021600         10  SLA-CYC-ALERT-COUNT  PIC 9(05).
021700         10  SLA-CYC-START-TOTAL  PIC 9(11).
021800         10  SLA-CYC-LATEST-SECS  PIC 9(06).
021900         10  SLA-CYC-LATEST-DATE  PIC 9(08).
022000         10  SLA-CYC-DAY-STATES.
022100             15  SLA-CYC-DAY-STATE OCCURS 31 TIMES
022200                                  PIC X(01).
022300         10  SLA-CYC-CODE-COUNTS.
022400             15  SLA-CYC-CODE-TALLY OCCURS 12 TIMES
022500                                  PIC 9(04).
022600*-----------------------------------------------------
022700* START-TIME WORK AREAS.  LOG-TIME-OF-DAY IS HHMMSSCC.
022800*-----------------------------------------------------
022900 01  SLA-TIME-8               PIC 9(08) VALUE ZERO.
023000 01  SLA-TIME-PARTS REDEFINES SLA-TIME-8.
023100     05  SLA-TIME-HH          PIC 9(02).
023200     05  SLA-TIME-MM          PIC 9(02).
023300     05  SLA-TIME-SS          PIC 9(02).
023400     05  SLA-TIME-CC          PIC 9(02).
023500 77  SLA-START-SECS           PIC 9(06) VALUE ZERO.
023600 77  SLA-FMT-SECS             PIC 9(06) VALUE ZERO.
023700 77  SLA-FMT-HH               PIC 9(02) VALUE ZERO.
023800 77  SLA-FMT-MM               PIC 9(02) VALUE ZERO.
023900 77  SLA-FMT-REMAINDER        PIC 9(05) VALUE ZERO.
024000 77  SLA-FMT-DAY-NOTE         PIC X(05) VALUE SPACES.
024100*-----------------------------------------------------
024200* PER-CYCLE REPORT FIGURES AND RUN TOTALS.
024300*-----------------------------------------------------
024400 77  SLA-ONTIME-DAYS          PIC 9(02) VALUE ZERO.
024500 77  SLA-LATE-DAYS            PIC 9(02) VALUE ZERO.
024600 77  SLA-MISSED-DAYS          PIC 9(02) VALUE ZERO.
024700 77  SLA-AVERAGE-SECS         PIC 9(06) VALUE ZERO.
024800 77  SLA-OFFENDER-COUNT       PIC 9(03) VALUE ZERO.
024900 77  SLA-EOF-SWITCH           PIC X(01) VALUE 'N'.
025000     88  SLA-EOF                       VALUE 'Y'.
025100*-----------------------------------------------------
025200* FILE STATUS SWITCHES AND RETURN CODE.  ANY REPEAT
025300* OFFENDER RETURNS 4 SO THE JOB LOG SHOWS THE MONTH
025400* NEEDS A LOOK.
025500*-----------------------------------------------------
025600 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
025700 77  ALERT-HIST-STATUS        PIC X(02) VALUE '00'.
025800 77  DATE-LOG-STATUS          PIC X(02) VALUE '00'.
025900 77  EXCEPTION-STATUS         PIC X(02) VALUE '00'.
026000 77  HOLIDAY-STATUS           PIC X(02) VALUE '00'.
026100 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
026200 PROCEDURE DIVISION.
026300*-----------------------------------------------------
026400* 0000-MAINLINE
026500*-----------------------------------------------------
026600 0000-MAINLINE.
026700     PERFORM 1000-GET-PERIOD-CARD THRU 1000-EXIT.
026800     IF PROGRAM-RETURN-CODE NOT = ZERO
026900         GO TO 0000-FINISH.
027000     PERFORM 2000-MAP-BUSINESS-DAYS THRU 2000-EXIT.
027100     PERFORM 3000-SWEEP-DATE-LOG THRU 3000-EXIT.
027200     PERFORM 4000-SWEEP-ALERT-HISTORY THRU 4000-EXIT.
027300     PERFORM 5000-SWEEP-EXCEPTIONS THRU 5000-EXIT.
027400     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
027500 0000-FINISH.
027600     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
027700     STOP RUN.
027800*-----------------------------------------------------
027900* 1000-GET-PERIOD-CARD -- READ THE PERIOD CARD FROM
028000* SYSIN, RANGE-CHECK IT, AND WORK OUT THE SHAPE OF THE
028100* PERIOD.
028200*-----------------------------------------------------
028300 1000-GET-PERIOD-CARD.
028400     MOVE 'N' TO SLA-CARD-FOUND-SWITCH.
028500     OPEN INPUT SYSIN-FILE.
028600     IF SYSIN-STATUS = '35'
028700         CONTINUE
028800     ELSE
028900         READ SYSIN-FILE
029000             AT END
029100                 CONTINUE
029200             NOT AT END
029300                 MOVE 'Y' TO SLA-CARD-FOUND-SWITCH
029400         END-READ
029500         CLOSE SYSIN-FILE
029600     END-IF.
029700     IF NOT SLA-CARD-FOUND
029800         DISPLAY "*** ABEND - NO PERIOD CARD IN SYSIN "
029900             "***"
030000         MOVE 16 TO PROGRAM-RETURN-CODE
030100         GO TO 1000-EXIT
030200     END-IF.
030300     IF CRD-PERIOD-YEAR NOT NUMERIC
030400         OR CRD-PERIOD-MONTH NOT NUMERIC
030500         DISPLAY "*** ABEND - PERIOD " CRD-PERIOD-YEAR
030600             "/" CRD-PERIOD-MONTH " IS NOT NUMERIC ***"
030700         MOVE 16 TO PROGRAM-RETURN-CODE
030800         GO TO 1000-EXIT
030900     END-IF.
031000     MOVE CRD-PERIOD-YEAR  TO SLA-PERIOD-YEAR.
031100     MOVE CRD-PERIOD-MONTH TO SLA-PERIOD-MONTH.
031200     IF CRD-CYCLE-ID NOT = LOW-VALUES
031300         MOVE CRD-CYCLE-ID TO SLA-CYCLE-ID
031400     END-IF.
031500     IF CRD-REPEAT-LIMIT NUMERIC
031600         AND CRD-REPEAT-LIMIT NOT = '00'
031700         MOVE CRD-REPEAT-LIMIT TO SLA-REPEAT-LIMIT
031800     END-IF.
031900     IF SLA-PERIOD-YEAR < MINIMUM-VALID-YEAR
032000         OR SLA-PERIOD-YEAR > MAXIMUM-VALID-YEAR
032100         OR SLA-PERIOD-MONTH < 01
032200         OR SLA-PERIOD-MONTH > 12
032300         DISPLAY "*** ABEND - PERIOD " SLA-PERIOD-YEAR
032400             "/" SLA-PERIOD-MONTH " NOT A VALID "
032500             "REPORTING PERIOD ***"
032600         MOVE 16 TO PROGRAM-RETURN-CODE
032700         GO TO 1000-EXIT
032800     END-IF.
032900     MOVE 'N' TO LEAP-YEAR-SWITCH.
033000     IF (FUNCTION MOD(SLA-PERIOD-YEAR, 4) = 0
033100             AND FUNCTION MOD(SLA-PERIOD-YEAR, 100)
033200                 NOT = 0)
033300         OR FUNCTION MOD(SLA-PERIOD-YEAR, 400) = 0
033400         MOVE 'Y' TO LEAP-YEAR-SWITCH
033500     END-IF.
033600     MOVE DAYS-IN-MONTH-ENTRY(SLA-PERIOD-MONTH)
033700         TO DAYS-IN-MONTH.
033800     IF SLA-PERIOD-MONTH = 02 AND IS-LEAP-YEAR
033900         MOVE 29 TO DAYS-IN-MONTH
034000     END-IF.
034100     MOVE SLA-PERIOD-YEAR  TO SLA-PERIOD-START-YEAR.
034200     MOVE SLA-PERIOD-MONTH TO SLA-PERIOD-START-MONTH.
034300     MOVE 01               TO SLA-PERIOD-START-DAY.
034400 1000-EXIT.
034500     EXIT.
034600*-----------------------------------------------------
034700* 2000-MAP-BUSINESS-DAYS -- MARK EACH DAY OF THE PERIOD
034800* AS A BUSINESS DAY OR NOT, THE SAME WAY DATERECN DOES:
034900* A WEEKDAY WITH NO HOLIDAY-CALENDAR ENTRY.
035000*-----------------------------------------------------
035100 2000-MAP-BUSINESS-DAYS.
035200     MOVE 'N' TO SLA-CAL-AVAIL-SWITCH.
035300     MOVE ALL 'N' TO SLA-BUSINESS-DAY-MAP.
035400     MOVE ZERO TO SLA-BUSINESS-DAY-COUNT.
035500     OPEN INPUT HOLIDAY-FILE.
035600     IF HOLIDAY-STATUS = '00'
035700         SET SLA-CAL-AVAILABLE TO TRUE
035800     END-IF.
035900     PERFORM 2100-MAP-ONE-DAY THRU 2100-EXIT
036000         VARYING SLA-DAY-SUB FROM 1 BY 1
036100         UNTIL SLA-DAY-SUB > DAYS-IN-MONTH.
036200     IF SLA-CAL-AVAILABLE
036300         CLOSE HOLIDAY-FILE
036400     END-IF.
036500 2000-EXIT.
036600     EXIT.
036700*-----------------------------------------------------
036800* 2100-MAP-ONE-DAY -- CLASSIFY ONE DAY OF THE PERIOD.
036900* THE CALENDAR TEST POSITIONS AT THE DATE'S KEY RANGE
037000* AND READS THE FIRST RECORD.
037100*-----------------------------------------------------
037200 2100-MAP-ONE-DAY.
037300     COMPUTE SLA-WORK-DATE-8 =
037400         (SLA-PERIOD-YEAR * 10000)
037500         + (SLA-PERIOD-MONTH * 100) + SLA-DAY-SUB.
037600     COMPUTE SLA-WORK-INTEGER =
037700         FUNCTION INTEGER-OF-DATE(SLA-WORK-DATE-8).
037800     COMPUTE SLA-DOW-NUMBER =
037900         FUNCTION MOD(SLA-WORK-INTEGER, 7).
038000     IF SLA-DOW-NUMBER = 0 OR SLA-DOW-NUMBER = 6
038100         GO TO 2100-EXIT.
038200     MOVE 'N' TO SLA-HOLIDAY-MATCH-SWITCH.
038300     IF SLA-CAL-AVAILABLE
038400         MOVE SLA-PERIOD-YEAR  TO HOL-YEAR
038500         MOVE SLA-PERIOD-MONTH TO HOL-MONTH
038600         MOVE SLA-DAY-SUB      TO HOL-DAY
038700         MOVE LOW-VALUES       TO HOL-MARKET-CODE
038800         MOVE 'N' TO SLA-SCAN-DONE-SWITCH
038900         START HOLIDAY-FILE KEY NOT < HOL-KEY
039000             INVALID KEY
039100                 SET SLA-SCAN-DONE TO TRUE
039200         END-START
039300         IF NOT SLA-SCAN-DONE
039400             READ HOLIDAY-FILE NEXT RECORD
039500                 AT END
039600                     SET SLA-SCAN-DONE TO TRUE
039700             END-READ
039800         END-IF
039900         IF NOT SLA-SCAN-DONE
040000             AND HOL-YEAR = SLA-PERIOD-YEAR
040100             AND HOL-MONTH = SLA-PERIOD-MONTH
040200             AND HOL-DAY = SLA-DAY-SUB
040300             SET SLA-HOLIDAY-MATCH-FOUND TO TRUE
040400         END-IF
040500     END-IF.
040600     IF NOT SLA-HOLIDAY-MATCH-FOUND
040700         MOVE 'Y' TO SLA-BUSINESS-DAY(SLA-DAY-SUB)
040800         ADD 1 TO SLA-BUSINESS-DAY-COUNT
040900     END-IF.
041000 2100-EXIT.
041100     EXIT.
041200*-----------------------------------------------------
041300* 3000-SWEEP-DATE-LOG -- START THE KEYED LOG ON THE
041400* FIRST OF THE PERIOD AND TALLY EVERY RUN THROUGH MONTH
041500* END: RUN COUNT, CUTOFF ROLLS, START TIMES AND THE DAY
041600* STATE FOR THE ON-TIME COUNT.
041700*-----------------------------------------------------
041800 3000-SWEEP-DATE-LOG.
041900     MOVE 'N' TO SLA-EOF-SWITCH.
042000     OPEN INPUT DATE-LOG-FILE.
042100     IF DATE-LOG-STATUS NOT = '00'
042200         DISPLAY "*** WARNING - DATELOG NOT OPENED - FILE "
042300             "STATUS " DATE-LOG-STATUS " - NO RUNS COUNTED ***"
042400         IF PROGRAM-RETURN-CODE < 4
042500             MOVE 4 TO PROGRAM-RETURN-CODE
042600         END-IF
042700         GO TO 3000-EXIT
042800     END-IF.
042900     MOVE SLA-PERIOD-START-DATE TO LOG-DATE.
043000     MOVE LOW-VALUES            TO LOG-CYCLE-ID.
043100     MOVE ZERO                  TO LOG-RUN-SEQ.
043200     START DATE-LOG-FILE KEY NOT < LOG-KEY
043300         INVALID KEY
043400             SET SLA-EOF TO TRUE
043500     END-START.
043600     PERFORM 3100-READ-NEXT-LOG THRU 3100-EXIT
043700         UNTIL SLA-EOF.
043800     CLOSE DATE-LOG-FILE.
043900 3000-EXIT.
044000     EXIT.
044100*-----------------------------------------------------
044200* 3100-READ-NEXT-LOG -- TALLY ONE LOG RECORD AGAINST ITS
044300* CYCLE, STOPPING PAST THE END OF THE PERIOD.
044400*-----------------------------------------------------
044500 3100-READ-NEXT-LOG.
044600     READ DATE-LOG-FILE NEXT RECORD
044700         AT END
044800             SET SLA-EOF TO TRUE
044900             GO TO 3100-EXIT
045000     END-READ.
045100     IF LOG-YEAR NOT = SLA-PERIOD-YEAR
045200         OR LOG-MONTH NOT = SLA-PERIOD-MONTH
045300         SET SLA-EOF TO TRUE
045400         GO TO 3100-EXIT
045500     END-IF.
045600     MOVE LOG-CYCLE-ID TO SLA-FIND-CYCLE-ID.
045700     PERFORM 6000-FIND-CYCLE-SLOT THRU 6000-EXIT.
045800     IF SLA-CYC-SUB = ZERO
045900         GO TO 3100-EXIT.
046000     ADD 1 TO SLA-CYC-RUN-COUNT(SLA-CYC-SUB).
046100     MOVE LOG-TIME-OF-DAY TO SLA-TIME-8.
046200     COMPUTE SLA-START-SECS =
046300         (SLA-TIME-HH * 3600) + (SLA-TIME-MM * 60)
046400         + SLA-TIME-SS.
046500     IF LOG-CUTOFF-ROLL-FLAG = 'Y'
046600         ADD 1 TO SLA-CYC-ROLL-COUNT(SLA-CYC-SUB)
046700         ADD 86400 TO SLA-START-SECS
046800         IF SLA-CYC-DAY-STATE(SLA-CYC-SUB, LOG-DAY) = SPACE
046900             MOVE 'L' TO SLA-CYC-DAY-STATE(SLA-CYC-SUB, LOG-DAY)
047000         END-IF
047100     ELSE
047200         MOVE 'O' TO SLA-CYC-DAY-STATE(SLA-CYC-SUB, LOG-DAY)
047300     END-IF.
047400     ADD SLA-START-SECS TO SLA-CYC-START-TOTAL(SLA-CYC-SUB).
047500     IF SLA-START-SECS > SLA-CYC-LATEST-SECS(SLA-CYC-SUB)
047600         MOVE SLA-START-SECS
047700             TO SLA-CYC-LATEST-SECS(SLA-CYC-SUB)
047800         MOVE LOG-DATE TO SLA-CYC-LATEST-DATE(SLA-CYC-SUB)
047900     END-IF.
048000 3100-EXIT.
048100     EXIT.
048200*-----------------------------------------------------
048300* 4000-SWEEP-ALERT-HISTORY -- START THE ALERT HISTORY ON
048400* THE FIRST OF THE PERIOD AND COUNT EVERY ALERT THROUGH
048500* MONTH END BY CYCLE AND REASON CODE.
048600*-----------------------------------------------------
048700 4000-SWEEP-ALERT-HISTORY.
048800     MOVE 'N' TO SLA-EOF-SWITCH.
048900     OPEN INPUT ALERT-HIST-FILE.
049000     IF ALERT-HIST-STATUS NOT = '00'
049100         DISPLAY "*** WARNING - ALERT HISTORY NOT OPENED - "
049200             "FILE STATUS " ALERT-HIST-STATUS
049300             " - NO ALERTS COUNTED ***"
049400         IF PROGRAM-RETURN-CODE < 4
049500             MOVE 4 TO PROGRAM-RETURN-CODE
049600         END-IF
049700         GO TO 4000-EXIT
049800     END-IF.
049900     MOVE SLA-PERIOD-START-DATE TO AHS-PROCESS-DATE.
050000     MOVE LOW-VALUES            TO AHS-CYCLE-ID.
050100     MOVE ZERO                  TO AHS-RUN-SEQ.
050200     START ALERT-HIST-FILE KEY NOT < AHS-KEY
050300         INVALID KEY
050400             SET SLA-EOF TO TRUE
050500     END-START.
050600     PERFORM 4100-READ-NEXT-ALERT THRU 4100-EXIT
050700         UNTIL SLA-EOF.
050800     CLOSE ALERT-HIST-FILE.
050900 4000-EXIT.
051000     EXIT.
051100*-----------------------------------------------------
051200* 4100-READ-NEXT-ALERT -- COUNT ONE ALERT AGAINST ITS
051300* CYCLE AND REASON CODE, STOPPING PAST THE PERIOD.
051400*-----------------------------------------------------
051500 4100-READ-NEXT-ALERT.
051600     READ ALERT-HIST-FILE NEXT RECORD
051700         AT END
051800             SET SLA-EOF TO TRUE
051900             GO TO 4100-EXIT
052000     END-READ.
052100     IF AHS-PROC-YEAR NOT = SLA-PERIOD-YEAR
052200         OR AHS-PROC-MONTH NOT = SLA-PERIOD-MONTH
052300         SET SLA-EOF TO TRUE
052400         GO TO 4100-EXIT
052500     END-IF.
052600     MOVE AHS-CYCLE-ID TO SLA-FIND-CYCLE-ID.
052700     PERFORM 6000-FIND-CYCLE-SLOT THRU 6000-EXIT.
052800     IF SLA-CYC-SUB = ZERO
052900         GO TO 4100-EXIT.
053000     ADD 1 TO SLA-CYC-ALERT-COUNT(SLA-CYC-SUB).
053100     MOVE 'N' TO SLA-CODE-FOUND-SWITCH.
053200     PERFORM 4200-MATCH-CODE THRU 4200-EXIT
053300         VARYING SLA-CODE-SUB FROM 1 BY 1
053400         UNTIL SLA-CODE-SUB > SLA-CODE-COUNT
053500             OR SLA-CODE-FOUND.
053600     IF SLA-CODE-FOUND
053700         SUBTRACT 1 FROM SLA-CODE-SUB
053800     ELSE
053900         IF SLA-CODE-COUNT NOT < 12
054000             DISPLAY "*** WARNING - MORE THAN 12 REASON "
054100                 "CODES - CODE " AHS-REASON-CODE
054200                 " NOT COUNTED ***"
054300             GO TO 4100-EXIT
054400         END-IF
054500         ADD 1 TO SLA-CODE-COUNT
054600         MOVE SLA-CODE-COUNT TO SLA-CODE-SUB
054700         MOVE AHS-REASON-CODE TO SLA-CODE(SLA-CODE-SUB)
054800     END-IF.
054900     ADD 1 TO SLA-CYC-CODE-TALLY(SLA-CYC-SUB, SLA-CODE-SUB).
055000 4100-EXIT.
055100     EXIT.
055200 4200-MATCH-CODE.
055300     IF SLA-CODE(SLA-CODE-SUB) = AHS-REASON-CODE
055400         SET SLA-CODE-FOUND TO TRUE
055500     END-IF.
055600 4200-EXIT.
055700     EXIT.
055800*-----------------------------------------------------
055900* 5000-SWEEP-EXCEPTIONS -- START THE EXCEPTION TRAIL ON
056000* THE FIRST OF THE PERIOD AND COUNT EACH CYCLE'S
056100* VALIDATION EXCEPTIONS THROUGH MONTH END.
056200*-----------------------------------------------------
056300 5000-SWEEP-EXCEPTIONS.
056400     MOVE 'N' TO SLA-EOF-SWITCH.
056500     OPEN INPUT EXCEPTION-FILE.
056600     IF EXCEPTION-STATUS NOT = '00'
056700         DISPLAY "*** WARNING - EXCFILE NOT OPENED - FILE "
056800             "STATUS " EXCEPTION-STATUS
056900             " - NO EXCEPTIONS COUNTED ***"
057000         IF PROGRAM-RETURN-CODE < 4
057100             MOVE 4 TO PROGRAM-RETURN-CODE
057200         END-IF
057300         GO TO 5000-EXIT
057400     END-IF.
057500     MOVE SLA-PERIOD-START-DATE TO EXC-DATE.
057600     MOVE LOW-VALUES            TO EXC-CYCLE-ID.
057700     MOVE ZERO                  TO EXC-RUN-SEQ.
057800     START EXCEPTION-FILE KEY NOT < EXC-KEY
057900         INVALID KEY
058000             SET SLA-EOF TO TRUE
058100     END-START.
058200     PERFORM 5100-READ-NEXT-EXC THRU 5100-EXIT
058300         UNTIL SLA-EOF.
058400     CLOSE EXCEPTION-FILE.
058500 5000-EXIT.
058600     EXIT.
058700 5100-READ-NEXT-EXC.
058800     READ EXCEPTION-FILE NEXT RECORD
058900         AT END
059000             SET SLA-EOF TO TRUE
059100             GO TO 5100-EXIT
059200     END-READ.
059300     IF EXC-YEAR NOT = SLA-PERIOD-YEAR
059400         OR EXC-MONTH NOT = SLA-PERIOD-MONTH
059500         SET SLA-EOF TO TRUE
059600         GO TO 5100-EXIT
059700     END-IF.
059800     MOVE EXC-CYCLE-ID TO SLA-FIND-CYCLE-ID.
059900     PERFORM 6000-FIND-CYCLE-SLOT THRU 6000-EXIT.
060000     IF SLA-CYC-SUB NOT = ZERO
060100         ADD 1 TO SLA-CYC-EXC-COUNT(SLA-CYC-SUB)
060200     END-IF.
060300 5100-EXIT.
060400     EXIT.
060500*-----------------------------------------------------
060600* 6000-FIND-CYCLE-SLOT -- RETURN IN SLA-CYC-SUB THE
060700* TABLE SLOT FOR SLA-FIND-CYCLE-ID, OPENING A CLEARED
060800* SLOT FOR A CYCLE NOT SEEN BEFORE.  ZERO MEANS THE
060900* CYCLE IS FILTERED OUT BY THE CARD OR THE TABLE IS
061000* FULL.
061100*-----------------------------------------------------
061200 6000-FIND-CYCLE-SLOT.
061300     MOVE ZERO TO SLA-CYC-SUB.
061400     IF SLA-CYCLE-ID NOT = SPACES
061500         AND SLA-FIND-CYCLE-ID NOT = SLA-CYCLE-ID
061600         GO TO 6000-EXIT.
061700     MOVE 'N' TO SLA-CYC-FOUND-SWITCH.
061800     PERFORM 6100-MATCH-CYCLE THRU 6100-EXIT
061900         VARYING SLA-CYC-SUB FROM 1 BY 1
062000         UNTIL SLA-CYC-SUB > SLA-CYCLE-COUNT
062100             OR SLA-CYC-FOUND.
062200     IF SLA-CYC-FOUND
062300         SUBTRACT 1 FROM SLA-CYC-SUB
062400         GO TO 6000-EXIT
062500     END-IF.
062600     IF SLA-CYCLE-COUNT NOT < SLA-MAXIMUM-CYCLES
062700         DISPLAY "*** WARNING - MORE THAN "
062800             SLA-MAXIMUM-CYCLES " CYCLES - CYCLE "
062900             SLA-FIND-CYCLE-ID " NOT REPORTED ***"
063000         MOVE ZERO TO SLA-CYC-SUB
063100         GO TO 6000-EXIT
063200     END-IF.
063300     ADD 1 TO SLA-CYCLE-COUNT.
063400     MOVE SLA-CYCLE-COUNT   TO SLA-CYC-SUB.
063500     MOVE SLA-FIND-CYCLE-ID TO SLA-CYC-ID(SLA-CYC-SUB).
063600     MOVE ZERO TO SLA-CYC-RUN-COUNT(SLA-CYC-SUB).
063700     MOVE ZERO TO SLA-CYC-ROLL-COUNT(SLA-CYC-SUB).
063800     MOVE ZERO TO SLA-CYC-EXC-COUNT(SLA-CYC-SUB).
063900     MOVE ZERO TO SLA-CYC-ALERT-COUNT(SLA-CYC-SUB).
064000     MOVE ZERO TO SLA-CYC-START-TOTAL(SLA-CYC-SUB).
064100     MOVE ZERO TO SLA-CYC-LATEST-SECS(SLA-CYC-SUB).
064200     MOVE ZERO TO SLA-CYC-LATEST-DATE(SLA-CYC-SUB).
064300     MOVE SPACES TO SLA-CYC-DAY-STATES(SLA-CYC-SUB).
064400     MOVE ZEROS TO SLA-CYC-CODE-COUNTS(SLA-CYC-SUB).
064500 6000-EXIT.
064600     EXIT.
064700 6100-MATCH-CYCLE.
064800     IF SLA-CYC-ID(SLA-CYC-SUB) = SLA-FIND-CYCLE-ID
064900         SET SLA-CYC-FOUND TO TRUE
065000     END-IF.
065100 6100-EXIT.
065200     EXIT.
065300*-----------------------------------------------------
065400* 7000-PRINT-REPORT -- PRINT ONE BLOCK PER CYCLE, THEN
065500* THE REPEAT OFFENDERS, AND SET THE RETURN CODE.
065600*-----------------------------------------------------
065700 7000-PRINT-REPORT.
065800     DISPLAY "=========================================".
065900     DISPLAY "     CYCLE SERVICE-LEVEL REPORT          ".
066000     DISPLAY "=========================================".
066100     DISPLAY "PERIOD (YYYY/MM). . . . : "
066200         SLA-PERIOD-YEAR "/" SLA-PERIOD-MONTH.
066300     IF SLA-CYCLE-ID = SPACES
066400         DISPLAY "CYCLE ID. . . . . . . . : (ALL)"
066500     ELSE
066600         DISPLAY "CYCLE ID. . . . . . . . : " SLA-CYCLE-ID
066700     END-IF.
066800     DISPLAY "BUSINESS DAYS IN PERIOD : "
066900         SLA-BUSINESS-DAY-COUNT.
067000     IF SLA-CYCLE-COUNT = ZERO
067100         DISPLAY "(NO RUNS, ALERTS OR EXCEPTIONS IN PERIOD)"
067200     END-IF.
067300     PERFORM 7100-PRINT-ONE-CYCLE THRU 7100-EXIT
067400         VARYING SLA-CYC-SUB FROM 1 BY 1
067500         UNTIL SLA-CYC-SUB > SLA-CYCLE-COUNT.
067600     DISPLAY "-----------------------------------------".
067700     DISPLAY "REPEAT OFFENDERS (" SLA-REPEAT-LIMIT
067800         " OR MORE IN PERIOD)".
067900     MOVE ZERO TO SLA-OFFENDER-COUNT.
068000     PERFORM 7400-LIST-OFFENDERS THRU 7400-EXIT
068100         VARYING SLA-CYC-SUB FROM 1 BY 1
068200         UNTIL SLA-CYC-SUB > SLA-CYCLE-COUNT.
068300     IF SLA-OFFENDER-COUNT = ZERO
068400         DISPLAY "  (NONE)"
068500     ELSE
068600         IF PROGRAM-RETURN-CODE < 4
068700             MOVE 4 TO PROGRAM-RETURN-CODE
068800         END-IF
068900     END-IF.
069000     DISPLAY "=========================================".
069100 7000-EXIT.
069200     EXIT.
069300*-----------------------------------------------------
069400* 7100-PRINT-ONE-CYCLE -- ONE CYCLE'S BLOCK.  A BUSINESS
069500* DAY IS ON TIME WHEN THE CYCLE RAN FOR IT WITHOUT A
069600* CUTOFF ROLL, LATE WHEN ITS ONLY RUN WAS ROLLED BACK
069700* BY THE CUTOFF, MISSED WHEN IT HAS NO RUN AT ALL.
069800*-----------------------------------------------------
069900 7100-PRINT-ONE-CYCLE.
070000     MOVE ZERO TO SLA-ONTIME-DAYS.
070100     MOVE ZERO TO SLA-LATE-DAYS.
070200     MOVE ZERO TO SLA-MISSED-DAYS.
070300     PERFORM 7150-RATE-ONE-DAY THRU 7150-EXIT
070400         VARYING SLA-DAY-SUB FROM 1 BY 1
070500         UNTIL SLA-DAY-SUB > DAYS-IN-MONTH.
070600     DISPLAY "-----------------------------------------".
070700     DISPLAY "CYCLE ID. . . . . . . . : "
070800         SLA-CYC-ID(SLA-CYC-SUB).
070900     DISPLAY "BUSINESS DAYS ON TIME . : " SLA-ONTIME-DAYS.
071000     DISPLAY "BUSINESS DAYS LATE. . . : " SLA-LATE-DAYS.
071100     DISPLAY "BUSINESS DAYS MISSED. . : " SLA-MISSED-DAYS.
071200     DISPLAY "RUNS LOGGED . . . . . . : "
071300         SLA-CYC-RUN-COUNT(SLA-CYC-SUB).
071400     DISPLAY "CUTOFF-ROLLED RUNS. . . : "
071500         SLA-CYC-ROLL-COUNT(SLA-CYC-SUB).
071600     DISPLAY "VALIDATION EXCEPTIONS . : "
071700         SLA-CYC-EXC-COUNT(SLA-CYC-SUB).
071800     IF SLA-CYC-RUN-COUNT(SLA-CYC-SUB) > ZERO
071900         DIVIDE SLA-CYC-START-TOTAL(SLA-CYC-SUB)
072000             BY SLA-CYC-RUN-COUNT(SLA-CYC-SUB)
072100             GIVING SLA-AVERAGE-SECS
072200         MOVE SLA-AVERAGE-SECS TO SLA-FMT-SECS
072300         PERFORM 7300-FORMAT-TIME THRU 7300-EXIT
072400         DISPLAY "AVERAGE START TIME. . . : "
072500             SLA-FMT-HH ":" SLA-FMT-MM SLA-FMT-DAY-NOTE
072600         MOVE SLA-CYC-LATEST-SECS(SLA-CYC-SUB) TO SLA-FMT-SECS
072700         PERFORM 7300-FORMAT-TIME THRU 7300-EXIT
072800         DISPLAY "LATEST START TIME . . . : "
072900             SLA-FMT-HH ":" SLA-FMT-MM SLA-FMT-DAY-NOTE
073000             " FOR " SLA-CYC-LATEST-DATE(SLA-CYC-SUB)
073100     ELSE
073200         DISPLAY "AVERAGE START TIME. . . : (NO RUNS)"
073300         DISPLAY "LATEST START TIME . . . : (NO RUNS)"
073400     END-IF.
073500     DISPLAY "ALERTS RAISED . . . . . : "
073600         SLA-CYC-ALERT-COUNT(SLA-CYC-SUB).
073700     PERFORM 7200-PRINT-CODE-COUNT THRU 7200-EXIT
073800         VARYING SLA-CODE-SUB FROM 1 BY 1
073900         UNTIL SLA-CODE-SUB > SLA-CODE-COUNT.
074000 7100-EXIT.
074100     EXIT.
074200 7150-RATE-ONE-DAY.
074300     IF SLA-BUSINESS-DAY(SLA-DAY-SUB) NOT = 'Y'
074400         GO TO 7150-EXIT.
074500     IF SLA-CYC-DAY-STATE(SLA-CYC-SUB, SLA-DAY-SUB) = 'O'
074600         ADD 1 TO SLA-ONTIME-DAYS
074700     ELSE
074800         IF SLA-CYC-DAY-STATE(SLA-CYC-SUB, SLA-DAY-SUB) = 'L'
074900             ADD 1 TO SLA-LATE-DAYS
075000         ELSE
075100             ADD 1 TO SLA-MISSED-DAYS
075200         END-IF
075300     END-IF.
075400 7150-EXIT.
075500     EXIT.
075600*-----------------------------------------------------
075700* 7200-PRINT-CODE-COUNT -- ONE REASON-CODE LINE, ONLY
075800* FOR CODES THIS CYCLE ACTUALLY RAISED.
075900*-----------------------------------------------------
076000 7200-PRINT-CODE-COUNT.
076100     IF SLA-CYC-CODE-TALLY(SLA-CYC-SUB, SLA-CODE-SUB) > ZERO
076200         DISPLAY "    REASON " SLA-CODE(SLA-CODE-SUB) " . . : "
076300             SLA-CYC-CODE-TALLY(SLA-CYC-SUB, SLA-CODE-SUB)
076400     END-IF.
076500 7200-EXIT.
076600     EXIT.
076700*-----------------------------------------------------
076800* 7300-FORMAT-TIME -- SPLIT SLA-FMT-SECS INTO HOURS AND
076900* MINUTES.  A TIME PAST THE NEXT MIDNIGHT (A CUTOFF-
077000* ROLLED START) IS SHOWN ON THE CLOCK WITH "(+1)".
077100*-----------------------------------------------------
077200 7300-FORMAT-TIME.
077300     MOVE SPACES TO SLA-FMT-DAY-NOTE.
077400     IF SLA-FMT-SECS NOT < 86400
077500         SUBTRACT 86400 FROM SLA-FMT-SECS
077600         MOVE " (+1)" TO SLA-FMT-DAY-NOTE
077700     END-IF.
077800     DIVIDE SLA-FMT-SECS BY 3600
077900         GIVING SLA-FMT-HH
078000         REMAINDER SLA-FMT-REMAINDER.
078100     DIVIDE SLA-FMT-REMAINDER BY 60
078200         GIVING SLA-FMT-MM.
078300 7300-EXIT.
078400     EXIT.
078500*-----------------------------------------------------
078600* 7400-LIST-OFFENDERS -- A CYCLE WHOSE CUTOFF ROLLS, OR
078700* WHOSE COUNT FOR ANY NON-CALENDAR REASON CODE, REACHES
078800* THE REPEAT LIMIT FOR THE MONTH.
078900*-----------------------------------------------------
079000 7400-LIST-OFFENDERS.
079100     IF SLA-CYC-ROLL-COUNT(SLA-CYC-SUB) NOT < SLA-REPEAT-LIMIT
079200         DISPLAY "  " SLA-CYC-ID(SLA-CYC-SUB)
079300             " CUTOFF-ROLLED RUNS . : "
079400             SLA-CYC-ROLL-COUNT(SLA-CYC-SUB)
079500         ADD 1 TO SLA-OFFENDER-COUNT
079600     END-IF.
079700     PERFORM 7450-CHECK-OFFENDER-CODE THRU 7450-EXIT
079800         VARYING SLA-CODE-SUB FROM 1 BY 1
079900         UNTIL SLA-CODE-SUB > SLA-CODE-COUNT.
080000 7400-EXIT.
080100     EXIT.
080200 7450-CHECK-OFFENDER-CODE.
080300     IF SLA-CODE-SUB NOT > SLA-CALENDAR-CODES
080400         GO TO 7450-EXIT.
080500     IF SLA-CYC-CODE-TALLY(SLA-CYC-SUB, SLA-CODE-SUB)
080600             NOT < SLA-REPEAT-LIMIT
080700         DISPLAY "  " SLA-CYC-ID(SLA-CYC-SUB)
080800             " REASON " SLA-CODE(SLA-CODE-SUB) " . . . : "
080900             SLA-CYC-CODE-TALLY(SLA-CYC-SUB, SLA-CODE-SUB)
081000         ADD 1 TO SLA-OFFENDER-COUNT
081100     END-IF.
081200 7450-EXIT.
081300     EXIT.
