000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CATCHUP.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  MULTI-DAY CATCH-UP
001100*                DRIVER FOR AN OUTAGE OR DR FAILOVER:
001200*                TAKES A CYCLE ID AND A DATE RANGE ON A
001300*                PARAMETER CARD, FINDS EVERY BUSINESS DAY
001400*                IN THE RANGE WITH NO DATELOG RECORD FOR
001500*                THE CYCLE (THE SAME MISSED-CYCLE TEST
001600*                DATERECN APPLIES), AND WRITES ONE DATEJOB
001700*                OVERRIDE CARD PER MISSED DAY IN DATE
001800*                ORDER.  THE CONTROL REPORT LISTS EVERY
001900*                DAY OF THE RANGE WITH ITS HOLIDAY
002000*                DISPOSITION AND, FOR EACH MISSED DAY,
002100*                WHETHER THE CYCPARM PREDECESSOR CYCLE
002200*                STILL HAS TO BE CAUGHT UP FIRST UNDER
002300*                DATE-PROGRAM'S RUN-ORDER RULE.  RERUN
002400*                AFTER THE BACKLOG, THE SAME REPORT SHOWS
002500*                EVERY DAY COVERED EXACTLY ONCE.
002510* 10/15/26  RDH  A PREDECESSOR RUN THAT FINISHED ABOVE ITS
002520*                CYCPARM ALLOWED RETURN CODE (READ OFF THE
002530*                ALERT HISTORY, DD ALERTHIS) NO LONGER
002540*                COUNTS AS RAN -- THE DAY IS FLAGGED "CATCH
002550*                UP ... FIRST" AS DATE-PROGRAM WOULD REFUSE
002560*                IT.  A CARD THAT FAILS TO WRITE IS NO
002570*                LONGER COUNTED AS CARDED.
002600*-----------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900     SOURCE-COMPUTER. IBM-370.
003000     OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300* SYSIN-FILE -- PARAMETER CARD: CYCLE ID, FROM-DATE AND
003400* TO-DATE.  REQUIRED.
003500     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS SYSIN-STATUS.
003800* DATE-LOG-FILE -- THE KEYED RUN AUDIT TRAIL DATE-PROGRAM
003900* WRITES, POSITIONED INTO BY DATE AND CYCLE.  NOT
004000* OPTIONAL -- A MISSING LOG WOULD MAKE EVERY DAY LOOK
004100* MISSED AND CARD THE WHOLE RANGE FOR A RERUN.
004200     SELECT DATE-LOG-FILE ASSIGN TO "DATELOG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LOG-KEY
004600         FILE STATUS IS DATE-LOG-STATUS.
004700* HOLIDAY-FILE -- SAME KEYED BANK HOLIDAY CALENDAR DATE-
004800* PROGRAM READS, POSITIONED INTO BY DATE FOR EACH DAY'S
004900* DISPOSITION.  OPTIONAL SO A MISSING CALENDAR MEANS NO
005000* HOLIDAYS, THE SAME AS EVERY OTHER READER.
005100     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLDFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS HOL-KEY
005500         FILE STATUS IS HOLIDAY-STATUS.
005600* CYCLE-PARM-FILE -- THE SAME PER-CYCLE CARDS DATE-
005700* PROGRAM READS, FOR THIS CYCLE'S PREDECESSOR RULE.
005800* OPTIONAL -- NO CARD MEANS NO PREDECESSOR.
005900     SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CYCLE-PARM-STATUS.
006105* ALERT-HIST-FILE -- THE KEYED ALERT HISTORY DATE-PROGRAM
006110* FILES UNDER THE SAME DATE + CYCLE + RUN SEQUENCE KEY AS
006115* THE RUN'S DATELOG RECORD WHENEVER A RUN ENDS NON-ZERO,
006120* READ BY KEY FOR THE PREDECESSOR RUN'S RETURN CODE.
006125* OPTIONAL -- NO HISTORY RECORD MEANS THE RUN ENDED 0.
006130     SELECT OPTIONAL ALERT-HIST-FILE ASSIGN TO "ALERTHIS"
006135         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS DYNAMIC
006145         RECORD KEY IS AHS-KEY
006150         FILE STATUS IS ALERT-HIST-STATUS.
006200* OVERRIDE-CARD-FILE -- THE ORDERED CATCH-UP CARDS, ONE
006300* DATEJOB SYSIN OVERRIDE CARD PER MISSED BUSINESS DAY.
006400     SELECT OVERRIDE-CARD-FILE ASSIGN TO "OVRCARDS"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS OVERRIDE-CARD-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900*-----------------------------------------------------
007000* CATCH-UP PARAMETER CARD.  CYCLE ID BLANK MEANS
007100* DAILYEOD; TO-DATE BLANK OR ZERO MEANS YESTERDAY.
007200*-----------------------------------------------------
007300 FD  SYSIN-FILE.
007400 01  CATCHUP-CARD.
007500     05  CRD-CYCLE-ID         PIC X(08).
007600     05  CRD-FROM-DATE        PIC X(08).
007700     05  CRD-TO-DATE          PIC X(08).
007800     05  FILLER               PIC X(56).
007900*-----------------------------------------------------
008000* ONE RECORD PER RUN OF THE DATE-STAMP CYCLE.  SHARED
008100* LAYOUT WITH DATE-PROGRAM VIA THE DATELOG COPYBOOK.
008200*-----------------------------------------------------
008300 FD  DATE-LOG-FILE.
008400     COPY DATELOG.
008500*-----------------------------------------------------
008600* ONE RECORD PER BANK HOLIDAY OR STANDING WEEKEND ENTRY
008700* IN THE HOLIDAY CALENDAR.  SHARED LAYOUT WITH DATE-
008800* PROGRAM AND DATE-MATH VIA THE HOLIDAY COPYBOOK.
008900*-----------------------------------------------------
009000 FD  HOLIDAY-FILE.
009100     COPY HOLIDAY.
009200*-----------------------------------------------------
009300* ONE PER-CYCLE PARAMETER CARD, THE SAME LAYOUT DATE-
009400* PROGRAM READS.  ONLY THE PREDECESSOR RULE IS USED
009500* HERE: CYP-PRED-CYCLE-ID MUST HAVE RUN FOR THE PRIOR
009600* BUSINESS DAY BEFORE THIS CYCLE MAY RUN.
009700*-----------------------------------------------------
009800 FD  CYCLE-PARM-FILE.
009900 01  CYCLE-PARM-RECORD.
010000     05  CYP-CYCLE-ID         PIC X(08).
010100     05  CYP-CUTOFF-TIME      PIC 9(04).
010200     05  CYP-PRED-CYCLE-ID    PIC X(08).
010300     05  CYP-PRED-MAX-RC      PIC 9(02).
010400     05  FILLER               PIC X(58).
010410*-----------------------------------------------------
010420* ONE HISTORY RECORD PER OPERATOR ALERT.  SHARED LAYOUT
010430* WITH DATE-PROGRAM VIA THE ALERTHIS COPYBOOK.
010440*-----------------------------------------------------
010450 FD  ALERT-HIST-FILE.
010460     COPY ALERTHIS.
010500*-----------------------------------------------------
010600* ONE DATEJOB OVERRIDE CARD, THE SAME LAYOUT DATE-
010700* PROGRAM'S SYSIN FD READS: OVR-SWITCH 'Y', THE MISSED
010800* DATE AND THE CYCLE ID.
010900*-----------------------------------------------------
011000 FD  OVERRIDE-CARD-FILE.
011100 01  OVERRIDE-CARD.
011200     05  OVR-SWITCH           PIC X(01).
011300     05  OVR-YEAR             PIC 9(04).
011400     05  OVR-MONTH            PIC 9(02).
011500     05  OVR-DAY              PIC 9(02).
011600     05  OVR-CYCLE-ID         PIC X(08).
011700     05  FILLER               PIC X(62).
011800 WORKING-STORAGE SECTION.
011900*-----------------------------------------------------
012000* THE REQUESTED CYCLE AND RANGE.  CUP-TODAY-DATE IS THE
012100* CLOCK DATE: THE RANGE MUST END BEFORE IT, SINCE
012200* TODAY'S CYCLE IS NOT MISSED, ONLY NOT YET RUN.
012300*-----------------------------------------------------
012400 77  CUP-CYCLE-ID             PIC X(08) VALUE 'DAILYEOD'.
012500 77  CUP-FROM-DATE            PIC 9(08) VALUE ZERO.
012600 77  CUP-TO-DATE              PIC 9(08) VALUE ZERO.
012700 77  CUP-TODAY-DATE           PIC 9(08) VALUE ZERO.
012800 77  CUP-FROM-INTEGER         PIC 9(09) VALUE ZERO.
012900 77  CUP-CARD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
013000     88  CUP-CARD-FOUND                VALUE 'Y'.
013100 77  CUP-MAXIMUM-RANGE-DAYS   PIC 9(03) VALUE 366.
013200*-----------------------------------------------------
013300* CALENDAR-DATE VALIDATION.  THE DATE UNDER TEST IS
013400* MOVED TO CUP-CHECK-DATE-8; FEBRUARY IS ADJUSTED TO 29
013500* IN A LEAP YEAR.
013600*-----------------------------------------------------
013700 01  CUP-CHECK-DATE-8         PIC 9(08) VALUE ZERO.
013800 01  CUP-CHECK-DATE-PARTS REDEFINES CUP-CHECK-DATE-8.
013900     05  CUP-CHECK-YEAR       PIC 9(04).
014000     05  CUP-CHECK-MONTH      PIC 9(02).
014100     05  CUP-CHECK-DAY        PIC 9(02).
014200 77  CUP-CHECK-VALID-SWITCH   PIC X(01) VALUE 'N'.
014300     88  CUP-CHECK-VALID               VALUE 'Y'.
014400 01  DAYS-IN-MONTH-VALUES.
014500     05  FILLER  PIC 9(02) VALUE 31.
014600     05  FILLER  PIC 9(02) VALUE 28.
014700     05  FILLER  PIC 9(02) VALUE 31.
014800     05  FILLER  PIC 9(02) VALUE 30.
014900     05  FILLER  PIC 9(02) VALUE 31.
015000     05  FILLER  PIC 9(02) VALUE 30.
015100     05  FILLER  PIC 9(02) VALUE 31.
015200     05  FILLER  PIC 9(02) VALUE 31.
015300     05  FILLER  PIC 9(02) VALUE 30.
015400     05  FILLER  PIC 9(02) VALUE 31.
015500     05  FILLER  PIC 9(02) VALUE 30.
015600     05  FILLER  PIC 9(02) VALUE 31.
015700 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
015800     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
015900 77  DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
016000 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
016100 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
016200*-----------------------------------------------------
016300* WORK AREAS FOR WALKING THE RANGE ONE CALENDAR DAY AT
016400* A TIME IN INTEGER-DATE FORM.
016500*-----------------------------------------------------
016600 01  CUP-WALK-DATE-8          PIC 9(08) VALUE ZERO.
016700 01  CUP-WALK-DATE-PARTS REDEFINES CUP-WALK-DATE-8.
016800     05  CUP-WALK-YEAR        PIC 9(04).
016900     05  CUP-WALK-MONTH       PIC 9(02).
017000     05  CUP-WALK-DAY         PIC 9(02).
017100 77  CUP-WALK-INTEGER         PIC 9(09) VALUE ZERO.
017200 77  CUP-END-INTEGER          PIC 9(09) VALUE ZERO.
017300 77  CUP-WORK-DATE-8          PIC 9(08) VALUE ZERO.
017400 77  CUP-DOW-NUMBER           PIC 9(01) VALUE ZERO.
017500* LITERAL TABLE OF DAY NAMES, SUNDAY THROUGH SATURDAY,
017600* INDEXED BY CUP-DOW-NUMBER + 1 (FUNCTION MOD OF THE
017700* INTEGER DATE RETURNS 0 FOR SUNDAY).
017800 01  DAY-OF-WEEK-NAMES.
017900     05  FILLER  PIC X(09) VALUE 'SUNDAY'.
018000     05  FILLER  PIC X(09) VALUE 'MONDAY'.
018100     05  FILLER  PIC X(09) VALUE 'TUESDAY'.
018200     05  FILLER  PIC X(09) VALUE 'WEDNESDAY'.
018300     05  FILLER  PIC X(09) VALUE 'THURSDAY'.
018400     05  FILLER  PIC X(09) VALUE 'FRIDAY'.
018500     05  FILLER  PIC X(09) VALUE 'SATURDAY'.
018600 01  DAY-OF-WEEK-TABLE REDEFINES DAY-OF-WEEK-NAMES.
018700     05  DOW-NAME-ENTRY OCCURS 7 TIMES PIC X(09).
018800*-----------------------------------------------------
018900* HOLIDAY-CALENDAR STATE.  THE MARKET UNIVERSE (EVERY
019000* DISTINCT MARKET ON THE CALENDAR, CAPPED AT THE EIGHT
019100* MKTLIST SLOTS AS IN DATE-PROGRAM) IS TABLED ONCE AT
019200* OPEN SO EACH DAY'S DISPOSITION COMES OUT THE WAY
019300* DATE-PROGRAM WOULD PUBLISH IT:
019400*   'B' BUSINESS DAY    'W' TRUE WEEKEND
019500*   'H' BANK HOLIDAY    'F' FLAGGED WEEKEND CLOSURE
019600*   'P' PARTIAL CLOSURE (SOME MARKETS CLOSED)
019700*-----------------------------------------------------
019800 77  CUP-CAL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
019900     88  CUP-CAL-AVAILABLE             VALUE 'Y'.
020000 77  CUP-SCAN-DONE-SWITCH     PIC X(01) VALUE 'N'.
020100     88  CUP-SCAN-DONE                 VALUE 'Y'.
020200 77  CUP-MARKET-UNIV-COUNT    PIC 9(02) VALUE ZERO.
020300 01  CUP-MARKET-UNIV-TABLE.
020400     05  CUP-MKU-CODE         OCCURS 8 TIMES
020500                              PIC X(03).
020600 77  CUP-MKU-SUB              PIC 9(02) COMP VALUE ZERO.
020700 77  CUP-MKU-FOUND-SWITCH     PIC X(01) VALUE 'N'.
020800     88  CUP-MKU-FOUND                 VALUE 'Y'.
020900 77  CUP-HOLIDAY-MATCH-SWITCH PIC X(01) VALUE 'N'.
021000     88  CUP-HOLIDAY-MATCH-FOUND       VALUE 'Y'.
021100 77  CUP-ALL-MARKET-SWITCH    PIC X(01) VALUE 'N'.
021200     88  CUP-ALL-MARKETS-CLOSED        VALUE 'Y'.
021300 77  CUP-WEEKEND-FLAG         PIC X(01) VALUE 'N'.
021400 77  CUP-DAY-CLOSED-COUNT     PIC 9(02) VALUE ZERO.
021500 77  CUP-HOLIDAY-DESC         PIC X(20) VALUE SPACES.
021600 77  CUP-DISPOSITION          PIC X(01) VALUE SPACE.
021700*-----------------------------------------------------
021800* DATELOG PROBE.  CUP-PROBE-DATE AND CUP-PROBE-CYCLE
021900* NAME THE DAY AND CYCLE TO COUNT; THE COUNT OF LOG
022000* RECORDS COMES BACK IN CUP-PROBE-RUN-COUNT.
022100*-----------------------------------------------------
022200 01  CUP-PROBE-DATE           PIC 9(08) VALUE ZERO.
022300 01  CUP-PROBE-DATE-PARTS REDEFINES CUP-PROBE-DATE.
022400     05  CUP-PROBE-YEAR       PIC 9(04).
022500     05  CUP-PROBE-MONTH      PIC 9(02).
022600     05  CUP-PROBE-DAY        PIC 9(02).
022700 77  CUP-PROBE-CYCLE-ID       PIC X(08) VALUE SPACES.
022800 77  CUP-PROBE-RUN-COUNT      PIC 9(03) VALUE ZERO.
022850 77  CUP-PROBE-LAST-SEQ       PIC 9(06) VALUE ZERO.
022900 77  CUP-LOG-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
023000     88  CUP-LOG-SCAN-DONE             VALUE 'Y'.
023100 77  CUP-DAY-RUN-COUNT        PIC 9(03) VALUE ZERO.
023200*-----------------------------------------------------
023300* THIS CYCLE'S PREDECESSOR RULE OFF CYCPARM, AND THE
023400* PRIOR BUSINESS DAY THE PREDECESSOR MUST HAVE RUN FOR
023500* BEFORE A GIVEN CATCH-UP DAY MAY RUN.
023600*-----------------------------------------------------
023700 77  CUP-PRED-CYCLE-ID        PIC X(08) VALUE SPACES.
023800 77  CUP-PRED-MAX-RC          PIC 9(02) VALUE ZERO.
023900 77  CUP-PRED-REQUIRED-DATE   PIC 9(08) VALUE ZERO.
023925 77  CUP-PRED-RUN-RC          PIC 9(02) VALUE ZERO.
023950 77  CUP-HIST-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
023975     88  CUP-HIST-AVAILABLE            VALUE 'Y'.
024000 77  CYCLE-PARM-EOF-SWITCH    PIC X(01) VALUE 'N'.
024100     88  CYCLE-PARM-EOF                VALUE 'Y'.
024200*-----------------------------------------------------
024300* THE DATE HANDED TO DATE-MATH AND THE RESULT IT HANDS
024400* BACK, IN THE SHARED CURDATE LAYOUT.
024500*-----------------------------------------------------
024600     COPY CURDATE REPLACING ==CURRENT-DATE== BY
024700         ==CUP-INPUT-DATE==.
024800     COPY CURDATE REPLACING ==CURRENT-DATE== BY
024900         ==CUP-RESULT-DATE==.
025000 01  CUP-DAY-DELTA            PIC S9(05) VALUE ZERO.
025100*-----------------------------------------------------
025200* MARKET LIST HANDED TO DATE-MATH.  LEFT EMPTY SO EVERY
025300* CALENDAR ENTRY APPLIES WHATEVER ITS MARKET, THE SAME
025400* AS DATE-PROGRAM'S OWN PRIOR-BUSINESS-DAY CALL.
025500*-----------------------------------------------------
025600     COPY MKTLIST.
025700*-----------------------------------------------------
025800* THE DATE-MATH OPERATION REQUEST.  ONLY THE SIGNED
025900* STEP IS USED, SO THE OPERATION CODE IS SET TO 'S'
026000* ONCE AT INITIALIZATION.
026100*-----------------------------------------------------
026200     COPY DTMOPS.
026300*-----------------------------------------------------
026400* CONTROL-REPORT LINE PIECES AND RUN TOTALS.  EVERY
026500* CALENDAR DAY OF THE RANGE LANDS IN EXACTLY ONE OF THE
026600* CLOSED / RAN / MISSED / PARTIAL-NOT-RUN BUCKETS.
026700*-----------------------------------------------------
026800 77  CUP-STATUS-TEXT          PIC X(25) VALUE SPACES.
026900 77  CUP-PRED-TEXT            PIC X(50) VALUE SPACES.
027000 77  CUP-CARD-SEQ             PIC 9(03) VALUE ZERO.
027050 77  CUP-CARD-FAILED-COUNT    PIC 9(03) VALUE ZERO.
027100 77  CUP-CALENDAR-DAY-COUNT   PIC 9(03) VALUE ZERO.
027200 77  CUP-CLOSED-DAY-COUNT     PIC 9(03) VALUE ZERO.
027300 77  CUP-RAN-DAY-COUNT        PIC 9(03) VALUE ZERO.
027400 77  CUP-DOUBLE-RUN-COUNT     PIC 9(03) VALUE ZERO.
027500 77  CUP-PARTIAL-NOT-RUN      PIC 9(03) VALUE ZERO.
027600 77  CUP-PRED-PENDING-COUNT   PIC 9(03) VALUE ZERO.
027700*-----------------------------------------------------
027800* FILE STATUS SWITCHES AND RETURN CODE.  A DAY NEEDING
027900* REVIEW (PREDECESSOR STILL BEHIND, DOUBLE RUN, PARTIAL
028000* CLOSURE NEVER RUN) RETURNS 4; A REFUSED CARD 16.
028100*-----------------------------------------------------
028200 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
028300 77  DATE-LOG-STATUS          PIC X(02) VALUE '00'.
028400 77  HOLIDAY-STATUS           PIC X(02) VALUE '00'.
028500 77  CYCLE-PARM-STATUS        PIC X(02) VALUE '00'.
028550 77  ALERT-HIST-STATUS        PIC X(02) VALUE '00'.
028600 77  OVERRIDE-CARD-STATUS     PIC X(02) VALUE '00'.
028700 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
028800 PROCEDURE DIVISION.
028900*-----------------------------------------------------
029000* 0000-MAINLINE
029100*-----------------------------------------------------
029200 0000-MAINLINE.
029300     MOVE SPACES TO MARKET-LIST.
029400     MOVE ZERO TO MKT-COUNT.
029500     MOVE 'S' TO DTM-OPERATION-CODE.
029600     MOVE ZERO TO DTM-END-YEAR.
029700     MOVE ZERO TO DTM-END-MONTH.
029800     MOVE ZERO TO DTM-END-DAY.
029900     MOVE ZERO TO DTM-BUSDAY-COUNT.
030000     PERFORM 1000-GET-CATCHUP-CARD THRU 1000-EXIT.
030100     IF PROGRAM-RETURN-CODE NOT = ZERO
030200         GO TO 0000-FINISH.
030300     PERFORM 1500-GET-PREDECESSOR THRU 1500-EXIT.
030400     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
030500     IF PROGRAM-RETURN-CODE NOT = ZERO
030600         GO TO 0000-FINISH.
030700     DISPLAY "=========================================".
030800     DISPLAY "      MISSED-DAY CATCH-UP CONTROL        ".
030900     DISPLAY "=========================================".
031000     DISPLAY "CYCLE ID. . . . . . . . : " CUP-CYCLE-ID.
031100     DISPLAY "FROM DATE . . . . . . . : " CUP-FROM-DATE.
031200     DISPLAY "TO DATE . . . . . . . . : " CUP-TO-DATE.
031300     IF CUP-PRED-CYCLE-ID = SPACES
031400         DISPLAY "PREDECESSOR CYCLE . . . : (NONE)"
031500     ELSE
031600         DISPLAY "PREDECESSOR CYCLE . . . : "
031700             CUP-PRED-CYCLE-ID " (ALLOWED RC "
031800             CUP-PRED-MAX-RC ")"
031900     END-IF.
032000     DISPLAY "-----------------------------------------".
032100     PERFORM 3000-WALK-RANGE THRU 3000-EXIT.
032200     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
032300 0000-FINISH.
032400     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
032500     STOP RUN.
032600*-----------------------------------------------------
032700* 1000-GET-CATCHUP-CARD -- READ THE CYCLE AND RANGE
032800* CARD FROM SYSIN AND CHECK IT: BOTH DATES REAL
032900* CALENDAR DATES, FROM NOT AFTER TO, THE RANGE ENDING
033000* BEFORE TODAY AND NO LONGER THAN A YEAR.
033100*-----------------------------------------------------
033200 1000-GET-CATCHUP-CARD.
033300     MOVE 'N' TO CUP-CARD-FOUND-SWITCH.
033400     ACCEPT CUP-TODAY-DATE FROM DATE YYYYMMDD.
033500     OPEN INPUT SYSIN-FILE.
033600     IF SYSIN-STATUS = '35'
033700         CONTINUE
033800     ELSE
033900         READ SYSIN-FILE
034000             AT END
034100                 CONTINUE
034200             NOT AT END
034300                 MOVE 'Y' TO CUP-CARD-FOUND-SWITCH
034400         END-READ
034500         CLOSE SYSIN-FILE
034600     END-IF.
034700     IF NOT CUP-CARD-FOUND
034800         DISPLAY "*** ABEND - NO CATCH-UP CARD IN SYSIN "
034900             "***"
035000         MOVE 16 TO PROGRAM-RETURN-CODE
035100         GO TO 1000-EXIT
035200     END-IF.
035300     IF CRD-CYCLE-ID NOT = SPACES
035400         AND CRD-CYCLE-ID NOT = LOW-VALUES
035500         MOVE CRD-CYCLE-ID TO CUP-CYCLE-ID
035600     END-IF.
035700     MOVE ZERO TO CUP-CHECK-DATE-8.
035800     IF CRD-FROM-DATE NUMERIC
035900         MOVE CRD-FROM-DATE TO CUP-CHECK-DATE-8
036000     END-IF.
036100     PERFORM 1100-CHECK-CALENDAR-DATE THRU 1100-EXIT.
036200     IF NOT CUP-CHECK-VALID
036300         DISPLAY "*** ABEND - FROM-DATE " CRD-FROM-DATE
036400             " IS NOT A VALID DATE ***"
036500         MOVE 16 TO PROGRAM-RETURN-CODE
036600         GO TO 1000-EXIT
036700     END-IF.
036800     MOVE CUP-CHECK-DATE-8 TO CUP-FROM-DATE.
036900     IF CRD-TO-DATE = SPACES
037000         OR CRD-TO-DATE = '00000000'
037100         OR CRD-TO-DATE = LOW-VALUES
037200         COMPUTE CUP-WALK-INTEGER =
037300             FUNCTION INTEGER-OF-DATE(CUP-TODAY-DATE) - 1
037400         COMPUTE CUP-TO-DATE =
037500             FUNCTION DATE-OF-INTEGER(CUP-WALK-INTEGER)
037600     ELSE
037700         MOVE ZERO TO CUP-CHECK-DATE-8
037800         IF CRD-TO-DATE NUMERIC
037900             MOVE CRD-TO-DATE TO CUP-CHECK-DATE-8
038000         END-IF
038100         PERFORM 1100-CHECK-CALENDAR-DATE THRU 1100-EXIT
038200         IF NOT CUP-CHECK-VALID
038300             DISPLAY "*** ABEND - TO-DATE " CRD-TO-DATE
038400                 " IS NOT A VALID DATE ***"
038500             MOVE 16 TO PROGRAM-RETURN-CODE
038600             GO TO 1000-EXIT
038700         END-IF
038800         MOVE CUP-CHECK-DATE-8 TO CUP-TO-DATE
038900     END-IF.
039000     IF CUP-TO-DATE < CUP-FROM-DATE
039100         DISPLAY "*** ABEND - CATCH-UP RANGE "
039200             CUP-FROM-DATE " THRU " CUP-TO-DATE
039300             " IS NOT VALID ***"
039400         MOVE 16 TO PROGRAM-RETURN-CODE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     IF CUP-TO-DATE NOT < CUP-TODAY-DATE
039800         DISPLAY "*** ABEND - CATCH-UP RANGE MUST END "
039900             "BEFORE TODAY " CUP-TODAY-DATE " ***"
040000         MOVE 16 TO PROGRAM-RETURN-CODE
040100         GO TO 1000-EXIT
040200     END-IF.
040300     COMPUTE CUP-FROM-INTEGER =
040400         FUNCTION INTEGER-OF-DATE(CUP-FROM-DATE).
040500     COMPUTE CUP-END-INTEGER =
040600         FUNCTION INTEGER-OF-DATE(CUP-TO-DATE).
040700     IF CUP-END-INTEGER - CUP-FROM-INTEGER
040800             NOT < CUP-MAXIMUM-RANGE-DAYS
040900         DISPLAY "*** ABEND - CATCH-UP RANGE LONGER THAN "
041000             CUP-MAXIMUM-RANGE-DAYS " DAYS ***"
041100         MOVE 16 TO PROGRAM-RETURN-CODE
041200     END-IF.
041300 1000-EXIT.
041400     EXIT.
041500*-----------------------------------------------------
041600* 1100-CHECK-CALENDAR-DATE -- IS CUP-CHECK-DATE-8 A REAL
041700* CALENDAR DATE INSIDE THE OPERATIONAL YEAR WINDOW.
041800*-----------------------------------------------------
041900 1100-CHECK-CALENDAR-DATE.
042000     MOVE 'N' TO CUP-CHECK-VALID-SWITCH.
042100     IF CUP-CHECK-YEAR < MINIMUM-VALID-YEAR
042200         OR CUP-CHECK-YEAR > MAXIMUM-VALID-YEAR
042300         OR CUP-CHECK-MONTH < 01
042400         OR CUP-CHECK-MONTH > 12
042500         GO TO 1100-EXIT.
042600     MOVE DAYS-IN-MONTH-ENTRY(CUP-CHECK-MONTH)
042700         TO DAYS-IN-MONTH.
042800     IF CUP-CHECK-MONTH = 02
042900         AND ((FUNCTION MOD(CUP-CHECK-YEAR, 4) = 0
043000                 AND FUNCTION MOD(CUP-CHECK-YEAR, 100)
043100                     NOT = 0)
043200             OR FUNCTION MOD(CUP-CHECK-YEAR, 400) = 0)
043300         MOVE 29 TO DAYS-IN-MONTH
043400     END-IF.
043500     IF CUP-CHECK-DAY < 01
043600         OR CUP-CHECK-DAY > DAYS-IN-MONTH
043700         GO TO 1100-EXIT.
043800     SET CUP-CHECK-VALID TO TRUE.
043900 1100-EXIT.
044000     EXIT.
044100*-----------------------------------------------------
044200* 1500-GET-PREDECESSOR -- FIND THIS CYCLE'S CYCPARM CARD
044300* AND KEEP ITS PREDECESSOR RULE.  NO DATASET OR NO CARD
044400* MEANS NO PREDECESSOR.
044500*-----------------------------------------------------
044600 1500-GET-PREDECESSOR.
044700     MOVE 'N' TO CYCLE-PARM-EOF-SWITCH.
044800     OPEN INPUT CYCLE-PARM-FILE.
044900     IF CYCLE-PARM-STATUS = '35'
045000         GO TO 1500-EXIT.
045100     PERFORM 1510-READ-CYCLE-PARM THRU 1510-EXIT
045200         UNTIL CYCLE-PARM-EOF.
045300     CLOSE CYCLE-PARM-FILE.
045400 1500-EXIT.
045500     EXIT.
045600 1510-READ-CYCLE-PARM.
045700     READ CYCLE-PARM-FILE
045800         AT END
045900             SET CYCLE-PARM-EOF TO TRUE
046000             GO TO 1510-EXIT
046100     END-READ.
046200     IF CYP-CYCLE-ID = CUP-CYCLE-ID
046300         AND CYP-PRED-CYCLE-ID NOT = SPACES
046400         MOVE CYP-PRED-CYCLE-ID TO CUP-PRED-CYCLE-ID
046500         MOVE ZERO TO CUP-PRED-MAX-RC
046600         IF CYP-PRED-MAX-RC NUMERIC
046700             MOVE CYP-PRED-MAX-RC TO CUP-PRED-MAX-RC
046800         END-IF
046900         SET CYCLE-PARM-EOF TO TRUE
047000     END-IF.
047100 1510-EXIT.
047200     EXIT.
047300*-----------------------------------------------------
047400* 2000-OPEN-FILES -- OPEN THE AUDIT TRAIL (REQUIRED),
047450* THE CALENDAR AND ALERT HISTORY (OPTIONAL) AND THE
047500* CATCH-UP CARD OUTPUT, AND TABLE THE CALENDAR'S MARKET
047550* UNIVERSE.
047700*-----------------------------------------------------
047800 2000-OPEN-FILES.
047900     OPEN INPUT DATE-LOG-FILE.
048000     IF DATE-LOG-STATUS NOT = '00'
048100         DISPLAY "*** ABEND - DATELOG NOT OPENED - FILE "
048200             "STATUS " DATE-LOG-STATUS " ***"
048300         MOVE 16 TO PROGRAM-RETURN-CODE
048400         GO TO 2000-EXIT
048500     END-IF.
048600     MOVE 'N' TO CUP-CAL-AVAIL-SWITCH.
048700     MOVE ZERO TO CUP-MARKET-UNIV-COUNT.
048800     OPEN INPUT HOLIDAY-FILE.
048900     IF HOLIDAY-STATUS NOT = '00'
049000         DISPLAY "*** WARNING - NO HOLIDAY CALENDAR - "
049100             "EVERY WEEKDAY TREATED AS A BUSINESS DAY ***"
049200     ELSE
049300         SET CUP-CAL-AVAILABLE TO TRUE
049400         MOVE 'N' TO CUP-SCAN-DONE-SWITCH
049500         PERFORM 2100-TABLE-CALENDAR-MARKET THRU 2100-EXIT
049600             UNTIL CUP-SCAN-DONE
049605     END-IF.
049610     MOVE 'N' TO CUP-HIST-AVAIL-SWITCH.
049615     IF CUP-PRED-CYCLE-ID NOT = SPACES
049620         OPEN INPUT ALERT-HIST-FILE
049625         IF ALERT-HIST-STATUS = '00'
049630             SET CUP-HIST-AVAILABLE TO TRUE
049635         ELSE
049640             DISPLAY "*** WARNING - NO ALERT HISTORY - EVERY "
049645                 "PREDECESSOR RUN TREATED AS RC 00 ***"
049650         END-IF
049700     END-IF.
049800     OPEN OUTPUT OVERRIDE-CARD-FILE.
049900     IF OVERRIDE-CARD-STATUS NOT = '00'
050000         DISPLAY "*** ABEND - CATCH-UP CARD FILE NOT "
050100             "OPENED - FILE STATUS " OVERRIDE-CARD-STATUS
050200             " ***"
050300         MOVE 16 TO PROGRAM-RETURN-CODE
050400     END-IF.
050500 2000-EXIT.
050600     EXIT.
050700*-----------------------------------------------------
050800* 2100-TABLE-CALENDAR-MARKET -- READ ONE CALENDAR ROW
050900* AND PLACE ITS MARKET IN THE UNIVERSE TABLE IF NEW.
051000*-----------------------------------------------------
051100 2100-TABLE-CALENDAR-MARKET.
051200     READ HOLIDAY-FILE NEXT RECORD
051300         AT END
051400             SET CUP-SCAN-DONE TO TRUE
051500             GO TO 2100-EXIT
051600     END-READ.
051700     IF HOL-MARKET-CODE = SPACES
051800         GO TO 2100-EXIT.
051900     MOVE 'N' TO CUP-MKU-FOUND-SWITCH.
052000     PERFORM 2110-MATCH-UNIV-MARKET THRU 2110-EXIT
052100         VARYING CUP-MKU-SUB FROM 1 BY 1
052200         UNTIL CUP-MKU-SUB > CUP-MARKET-UNIV-COUNT
052300             OR CUP-MKU-FOUND.
052400     IF CUP-MKU-FOUND
052500         GO TO 2100-EXIT.
052600     IF CUP-MARKET-UNIV-COUNT NOT < 8
052700         DISPLAY "*** WARNING - CALENDAR NAMES MORE "
052800             "THAN 8 MARKETS - MARKET " HOL-MARKET-CODE
052900             " NOT TRACKED ***"
053000         GO TO 2100-EXIT.
053100     ADD 1 TO CUP-MARKET-UNIV-COUNT.
053200     MOVE HOL-MARKET-CODE
053300         TO CUP-MKU-CODE(CUP-MARKET-UNIV-COUNT).
053400 2100-EXIT.
053500     EXIT.
053600 2110-MATCH-UNIV-MARKET.
053700     IF CUP-MKU-CODE(CUP-MKU-SUB) = HOL-MARKET-CODE
053800         SET CUP-MKU-FOUND TO TRUE
053900     END-IF.
054000 2110-EXIT.
054100     EXIT.
054200*-----------------------------------------------------
054300* 3000-WALK-RANGE -- WALK EVERY CALENDAR DAY OF THE
054400* RANGE IN DATE ORDER, SO THE CATCH-UP CARDS COME OUT IN
054500* THE ORDER THEY MUST BE RUN.
054600*-----------------------------------------------------
054700 3000-WALK-RANGE.
054800     MOVE CUP-FROM-INTEGER TO CUP-WALK-INTEGER.
054900     PERFORM 3100-PROCESS-ONE-DAY THRU 3100-EXIT
055000         UNTIL CUP-WALK-INTEGER > CUP-END-INTEGER.
055100     CLOSE OVERRIDE-CARD-FILE.
055200     CLOSE DATE-LOG-FILE.
055300     IF CUP-CAL-AVAILABLE
055400         CLOSE HOLIDAY-FILE
055500     END-IF.
055600 3000-EXIT.
055700     EXIT.
055800*-----------------------------------------------------
055900* 3100-PROCESS-ONE-DAY -- WORK OUT ONE DAY'S DISPOSITION
056000* AND RUN COUNT AND PRINT ITS CONTROL LINE.  THE MISSED
056100* TEST IS DATERECN'S: A WEEKDAY WITH NO CALENDAR ENTRY
056200* AND NO LOG RECORD FOR THE CYCLE.  EACH MISSED DAY GETS
056300* ONE OVERRIDE CARD AND A PREDECESSOR CHECK.
056400*-----------------------------------------------------
056500 3100-PROCESS-ONE-DAY.
056600     COMPUTE CUP-WALK-DATE-8 =
056700         FUNCTION DATE-OF-INTEGER(CUP-WALK-INTEGER).
056800     COMPUTE CUP-DOW-NUMBER =
056900         FUNCTION MOD(CUP-WALK-INTEGER, 7).
057000     ADD 1 TO CUP-CALENDAR-DAY-COUNT.
057100     PERFORM 3200-CHECK-HOLIDAY THRU 3200-EXIT.
057200     MOVE CUP-WALK-DATE-8 TO CUP-PROBE-DATE.
057300     MOVE CUP-CYCLE-ID    TO CUP-PROBE-CYCLE-ID.
057400     PERFORM 3400-COUNT-LOG-RUNS THRU 3400-EXIT.
057500     MOVE CUP-PROBE-RUN-COUNT TO CUP-DAY-RUN-COUNT.
057600     MOVE SPACES TO CUP-STATUS-TEXT.
057700     MOVE SPACES TO CUP-PRED-TEXT.
057800     IF CUP-DAY-RUN-COUNT > 1
057900         STRING "DOUBLE RUN - " CUP-DAY-RUN-COUNT " RUNS"
058000             DELIMITED BY SIZE INTO CUP-STATUS-TEXT
058100         ADD 1 TO CUP-DOUBLE-RUN-COUNT
058200         ADD 1 TO CUP-RAN-DAY-COUNT
058300         GO TO 3100-PRINT-LINE
058400     END-IF.
058500     IF CUP-DAY-RUN-COUNT = 1
058600         MOVE "RAN" TO CUP-STATUS-TEXT
058700         ADD 1 TO CUP-RAN-DAY-COUNT
058800         GO TO 3100-PRINT-LINE
058900     END-IF.
059000     IF CUP-DISPOSITION = 'P'
059100         MOVE "PARTIAL - NOT RUN" TO CUP-STATUS-TEXT
059200         MOVE "REVIEW - PARTIAL CLOSURE NOT CARDED"
059300             TO CUP-PRED-TEXT
059400         ADD 1 TO CUP-PARTIAL-NOT-RUN
059500         GO TO 3100-PRINT-LINE
059600     END-IF.
059700     IF CUP-DOW-NUMBER = 0 OR CUP-DOW-NUMBER = 6
059800         OR CUP-HOLIDAY-MATCH-FOUND
059900         MOVE "CLOSED - NO RUN DUE" TO CUP-STATUS-TEXT
060000         ADD 1 TO CUP-CLOSED-DAY-COUNT
060100         GO TO 3100-PRINT-LINE
060200     END-IF.
060300     PERFORM 3500-WRITE-CATCHUP-CARD THRU 3500-EXIT.
060400     PERFORM 3600-CHECK-PREDECESSOR THRU 3600-EXIT.
060500 3100-PRINT-LINE.
060600     DISPLAY CUP-WALK-YEAR "/" CUP-WALK-MONTH "/"
060700         CUP-WALK-DAY " " DOW-NAME-ENTRY(CUP-DOW-NUMBER + 1)
060800         " " CUP-DISPOSITION " " CUP-STATUS-TEXT.
060900     IF CUP-HOLIDAY-DESC NOT = SPACES
061000         DISPLAY "           CALENDAR: " CUP-HOLIDAY-DESC
061100     END-IF.
061200     IF CUP-PRED-TEXT NOT = SPACES
061300         DISPLAY "           " CUP-PRED-TEXT
061400     END-IF.
061500     ADD 1 TO CUP-WALK-INTEGER.
061600 3100-EXIT.
061700     EXIT.
061800*-----------------------------------------------------
061900* 3200-CHECK-HOLIDAY -- READ EVERY CALENDAR ENTRY FOR
062000* THE WALK DATE AND SET ITS DISPOSITION THE WAY DATE-
062100* PROGRAM PUBLISHES IT: AN ALL-MARKETS ENTRY, OR EVERY
062200* MARKET IN THE UNIVERSE CLOSED, IS A FULL CLOSURE ('H',
062300* OR 'F' FOR A FLAGGED WEEKEND ROW); SOME MARKETS CLOSED
062400* IS 'P'; NO ENTRY IS 'W' ON A WEEKEND, ELSE 'B'.
062500*-----------------------------------------------------
062600 3200-CHECK-HOLIDAY.
062700     MOVE 'N' TO CUP-HOLIDAY-MATCH-SWITCH.
062800     MOVE 'N' TO CUP-ALL-MARKET-SWITCH.
062900     MOVE 'N' TO CUP-WEEKEND-FLAG.
063000     MOVE ZERO TO CUP-DAY-CLOSED-COUNT.
063100     MOVE SPACES TO CUP-HOLIDAY-DESC.
063200     IF CUP-CAL-AVAILABLE
063300         MOVE CUP-WALK-YEAR  TO HOL-YEAR
063400         MOVE CUP-WALK-MONTH TO HOL-MONTH
063500         MOVE CUP-WALK-DAY   TO HOL-DAY
063600         MOVE LOW-VALUES     TO HOL-MARKET-CODE
063700         MOVE 'N' TO CUP-SCAN-DONE-SWITCH
063800         START HOLIDAY-FILE KEY NOT < HOL-KEY
063900             INVALID KEY
064000                 SET CUP-SCAN-DONE TO TRUE
064100         END-START
064200         PERFORM 3300-READ-DAY-ENTRY THRU 3300-EXIT
064300             UNTIL CUP-SCAN-DONE
064400     END-IF.
064500     IF NOT CUP-HOLIDAY-MATCH-FOUND
064600         IF CUP-DOW-NUMBER = 0 OR CUP-DOW-NUMBER = 6
064700             MOVE 'W' TO CUP-DISPOSITION
064800         ELSE
064900             MOVE 'B' TO CUP-DISPOSITION
065000         END-IF
065100         GO TO 3200-EXIT
065200     END-IF.
065300     IF CUP-ALL-MARKETS-CLOSED
065400         OR CUP-DAY-CLOSED-COUNT NOT < CUP-MARKET-UNIV-COUNT
065500         IF CUP-WEEKEND-FLAG = 'Y'
065600             MOVE 'F' TO CUP-DISPOSITION
065700         ELSE
065800             MOVE 'H' TO CUP-DISPOSITION
065900         END-IF
066000     ELSE
066100         MOVE 'P' TO CUP-DISPOSITION
066200     END-IF.
066300 3200-EXIT.
066400     EXIT.
066500*-----------------------------------------------------
066600* 3300-READ-DAY-ENTRY -- READ ONE CALENDAR ENTRY,
066700* STOPPING AT THE FIRST ONE PAST THE WALK DATE.
066800*-----------------------------------------------------
066900 3300-READ-DAY-ENTRY.
067000     READ HOLIDAY-FILE NEXT RECORD
067100         AT END
067200             SET CUP-SCAN-DONE TO TRUE
067300             GO TO 3300-EXIT
067400     END-READ.
067500     IF HOL-YEAR NOT = CUP-WALK-YEAR
067600         OR HOL-MONTH NOT = CUP-WALK-MONTH
067700         OR HOL-DAY NOT = CUP-WALK-DAY
067800         SET CUP-SCAN-DONE TO TRUE
067900         GO TO 3300-EXIT
068000     END-IF.
068100     SET CUP-HOLIDAY-MATCH-FOUND TO TRUE.
068200     IF CUP-HOLIDAY-DESC = SPACES
068300         MOVE HOL-DESCRIPTION TO CUP-HOLIDAY-DESC
068400     END-IF.
068500     IF HOL-WEEKEND-FLAG = 'Y'
068600         MOVE 'Y' TO CUP-WEEKEND-FLAG
068700     END-IF.
068800     IF HOL-MARKET-CODE = SPACES
068900         SET CUP-ALL-MARKETS-CLOSED TO TRUE
069000     ELSE
069100         ADD 1 TO CUP-DAY-CLOSED-COUNT
069200     END-IF.
069300 3300-EXIT.
069400     EXIT.
069500*-----------------------------------------------------
069600* 3400-COUNT-LOG-RUNS -- COUNT THE DATELOG RECORDS FOR
069700* CUP-PROBE-DATE AND CUP-PROBE-CYCLE-ID: POSITION AT THE
069750* DATE AND CYCLE AND READ UNTIL EITHER CHANGES.  THE
069800* LATEST RUN'S SEQUENCE IS KEPT IN CUP-PROBE-LAST-SEQ.
069900*-----------------------------------------------------
070000 3400-COUNT-LOG-RUNS.
070100     MOVE ZERO TO CUP-PROBE-RUN-COUNT.
070150     MOVE ZERO TO CUP-PROBE-LAST-SEQ.
070200     MOVE CUP-PROBE-YEAR     TO LOG-YEAR.
070300     MOVE CUP-PROBE-MONTH    TO LOG-MONTH.
070400     MOVE CUP-PROBE-DAY      TO LOG-DAY.
070500     MOVE CUP-PROBE-CYCLE-ID TO LOG-CYCLE-ID.
070600     MOVE ZERO               TO LOG-RUN-SEQ.
070700     MOVE 'N' TO CUP-LOG-SCAN-DONE-SWITCH.
070800     START DATE-LOG-FILE KEY NOT < LOG-KEY
070900         INVALID KEY
071000             SET CUP-LOG-SCAN-DONE TO TRUE
071100     END-START.
071200     PERFORM 3410-READ-LOG-RUN THRU 3410-EXIT
071300         UNTIL CUP-LOG-SCAN-DONE.
071400 3400-EXIT.
071500     EXIT.
071600 3410-READ-LOG-RUN.
071700     READ DATE-LOG-FILE NEXT RECORD
071800         AT END
071900             SET CUP-LOG-SCAN-DONE TO TRUE
072000             GO TO 3410-EXIT
072100     END-READ.
072200     IF LOG-YEAR NOT = CUP-PROBE-YEAR
072300         OR LOG-MONTH NOT = CUP-PROBE-MONTH
072400         OR LOG-DAY NOT = CUP-PROBE-DAY
072500         OR LOG-CYCLE-ID NOT = CUP-PROBE-CYCLE-ID
072600         SET CUP-LOG-SCAN-DONE TO TRUE
072700         GO TO 3410-EXIT
072800     END-IF.
072900     ADD 1 TO CUP-PROBE-RUN-COUNT.
072950     MOVE LOG-RUN-SEQ TO CUP-PROBE-LAST-SEQ.
073000 3410-EXIT.
073100     EXIT.
073200*-----------------------------------------------------
073300* 3500-WRITE-CATCHUP-CARD -- WRITE THE DATEJOB OVERRIDE
073400* CARD FOR ONE MISSED DAY: OVR-SWITCH 'Y', THE DATE AND
073450* THE CYCLE ID.  A CARD THAT FAILS TO WRITE IS COUNTED
073500* APART FROM THE CARDED DAYS.
073600*-----------------------------------------------------
073700 3500-WRITE-CATCHUP-CARD.
073800     MOVE SPACES          TO OVERRIDE-CARD.
073900     MOVE 'Y'             TO OVR-SWITCH.
074000     MOVE CUP-WALK-YEAR   TO OVR-YEAR.
074100     MOVE CUP-WALK-MONTH  TO OVR-MONTH.
074200     MOVE CUP-WALK-DAY    TO OVR-DAY.
074300     MOVE CUP-CYCLE-ID    TO OVR-CYCLE-ID.
074400     WRITE OVERRIDE-CARD.
074500     IF OVERRIDE-CARD-STATUS NOT = '00'
074600         DISPLAY "*** ABEND - CATCH-UP CARD NOT WRITTEN - "
074700             "FILE STATUS " OVERRIDE-CARD-STATUS " ***"
074800         MOVE 16 TO PROGRAM-RETURN-CODE
074825         MOVE "MISSED - CARD NOT WRITTEN" TO CUP-STATUS-TEXT
074850         ADD 1 TO CUP-CARD-FAILED-COUNT
074875         GO TO 3500-EXIT
074900     END-IF.
075000     ADD 1 TO CUP-CARD-SEQ.
075100     STRING "MISSED - CARD " CUP-CARD-SEQ
075200         DELIMITED BY SIZE INTO CUP-STATUS-TEXT.
075300 3500-EXIT.
075400     EXIT.
075500*-----------------------------------------------------
075600* 3600-CHECK-PREDECESSOR -- DATE-PROGRAM REFUSES THIS
075700* CYCLE FOR A DATE UNTIL ITS PREDECESSOR HAS RUN FOR THE
075750* PRIOR BUSINESS DAY WITHIN ITS ALLOWED RETURN CODE.
075800* LOOK FOR THAT PREDECESSOR RUN ON DATELOG AND TAKE THE
075850* LATEST RUN'S RETURN CODE OFF THE ALERT HISTORY; WITHOUT
075900* A RUN, OR WITH ONE ABOVE THE ALLOWED CODE, THE
075950* PREDECESSOR'S OWN CATCH-UP HAS TO GO FIRST.
076100*-----------------------------------------------------
076200 3600-CHECK-PREDECESSOR.
076300     IF CUP-PRED-CYCLE-ID = SPACES
076400         GO TO 3600-EXIT.
076500     MOVE CUP-WALK-YEAR  TO YEAR OF CUP-INPUT-DATE.
076600     MOVE CUP-WALK-MONTH TO MONTH OF CUP-INPUT-DATE.
076700     MOVE CUP-WALK-DAY   TO DA OF CUP-INPUT-DATE.
076800     MOVE -1 TO CUP-DAY-DELTA.
076900     CALL "DATE-MATH" USING CUP-INPUT-DATE, CUP-DAY-DELTA,
077000         MARKET-LIST, CUP-RESULT-DATE, DATE-MATH-REQUEST.
077100     COMPUTE CUP-PRED-REQUIRED-DATE =
077200         (YEAR OF CUP-RESULT-DATE * 10000)
077300         + (MONTH OF CUP-RESULT-DATE * 100)
077400         + DA OF CUP-RESULT-DATE.
077500     MOVE CUP-PRED-REQUIRED-DATE TO CUP-PROBE-DATE.
077600     MOVE CUP-PRED-CYCLE-ID      TO CUP-PROBE-CYCLE-ID.
077700     PERFORM 3400-COUNT-LOG-RUNS THRU 3400-EXIT.
077800     IF CUP-PROBE-RUN-COUNT = ZERO
078300         STRING "CATCH UP " CUP-PRED-CYCLE-ID
078400             " FOR " CUP-PRED-REQUIRED-DATE " FIRST"
078500             DELIMITED BY SIZE INTO CUP-PRED-TEXT
078600         ADD 1 TO CUP-PRED-PENDING-COUNT
078605         GO TO 3600-EXIT
078610     END-IF.
078615     PERFORM 3610-GET-PRED-RUN-RC THRU 3610-EXIT.
078620     IF CUP-PRED-RUN-RC > CUP-PRED-MAX-RC
078625         STRING "CATCH UP " CUP-PRED-CYCLE-ID
078630             " FOR " CUP-PRED-REQUIRED-DATE " FIRST (RC "
078635             CUP-PRED-RUN-RC ")"
078640             DELIMITED BY SIZE INTO CUP-PRED-TEXT
078645         ADD 1 TO CUP-PRED-PENDING-COUNT
078650     ELSE
078655         STRING "PREDECESSOR " CUP-PRED-CYCLE-ID
078660             " RAN FOR " CUP-PRED-REQUIRED-DATE
078665             " (RC " CUP-PRED-RUN-RC ")"
078670             DELIMITED BY SIZE INTO CUP-PRED-TEXT
078700     END-IF.
078800 3600-EXIT.
078802     EXIT.
078804*-----------------------------------------------------
078806* 3610-GET-PRED-RUN-RC -- THE RETURN CODE OF THE LATEST
078808* PREDECESSOR RUN 3400 FOUND: ITS ALERT-HISTORY RECORD'S
078810* CODE, OR 00 WHEN IT RAISED NO ALERT.
078812*-----------------------------------------------------
078814 3610-GET-PRED-RUN-RC.
078816     MOVE ZERO TO CUP-PRED-RUN-RC.
078818     IF NOT CUP-HIST-AVAILABLE
078820         GO TO 3610-EXIT.
078822     MOVE CUP-PRED-REQUIRED-DATE TO AHS-PROCESS-DATE.
078824     MOVE CUP-PRED-CYCLE-ID      TO AHS-CYCLE-ID.
078826     MOVE CUP-PROBE-LAST-SEQ     TO AHS-RUN-SEQ.
078828     READ ALERT-HIST-FILE
078830         INVALID KEY
078832             CONTINUE
078834         NOT INVALID KEY
078836             MOVE AHS-RETURN-CODE TO CUP-PRED-RUN-RC
078838     END-READ.
078840 3610-EXIT.
078900     EXIT.
079000*-----------------------------------------------------
079100* 7000-PRINT-SUMMARY -- PRINT THE RANGE TOTALS AND SET
079200* THE RETURN CODE: 4 WHEN ANY DAY NEEDS REVIEW BEFORE
079300* THE CARDS ARE RUN.  EVERY CALENDAR DAY IS COUNTED IN
079400* EXACTLY ONE OF CLOSED, RAN, MISSED OR PARTIAL.
079500*-----------------------------------------------------
079600 7000-PRINT-SUMMARY.
079700     DISPLAY "-----------------------------------------".
079800     DISPLAY "CALENDAR DAYS IN RANGE. : "
079900         CUP-CALENDAR-DAY-COUNT.
080000     DISPLAY "CLOSED DAYS (NO RUN DUE): " CUP-CLOSED-DAY-COUNT.
080100     DISPLAY "DAYS ALREADY RUN. . . . : " CUP-RAN-DAY-COUNT.
080200     DISPLAY "MISSED DAYS CARDED. . . : " CUP-CARD-SEQ.
080220     IF CUP-CARD-FAILED-COUNT > ZERO
080240         DISPLAY "MISSED DAYS NOT CARDED. : "
080260             CUP-CARD-FAILED-COUNT
080280     END-IF.
080300     DISPLAY "PARTIAL CLOSURES NOT RUN: " CUP-PARTIAL-NOT-RUN.
080400     DISPLAY "DOUBLE-RUN DAYS . . . . : " CUP-DOUBLE-RUN-COUNT.
080500     DISPLAY "PREDECESSOR DAYS PENDING: "
080600         CUP-PRED-PENDING-COUNT.
080700     IF CUP-CARD-SEQ = ZERO
080750         AND CUP-CARD-FAILED-COUNT = ZERO
080800         AND CUP-DOUBLE-RUN-COUNT = ZERO
080900         AND CUP-PARTIAL-NOT-RUN = ZERO
081000         DISPLAY "CATCH-UP RESULT . . . . : EVERY BUSINESS "
081100             "DAY RUN EXACTLY ONCE"
081200     ELSE
081300         IF CUP-CARD-SEQ > ZERO
081400             DISPLAY "CATCH-UP RESULT . . . . : RUN THE "
081500                 CUP-CARD-SEQ " CARDS IN FILE ORDER"
081600         ELSE
081700             DISPLAY "CATCH-UP RESULT . . . . : NO CARDS - "
081800                 "REVIEW FLAGGED DAYS"
081900         END-IF
082000     END-IF.
082100     IF CUP-PRED-PENDING-COUNT > ZERO
082200         DISPLAY "*** WARNING - RUN THE " CUP-PRED-CYCLE-ID
082300             " CATCH-UP FIRST ***"
082400     END-IF.
082500     IF CUP-PRED-PENDING-COUNT > ZERO
082600         OR CUP-DOUBLE-RUN-COUNT > ZERO
082700         OR CUP-PARTIAL-NOT-RUN > ZERO
082800         IF PROGRAM-RETURN-CODE < 4
082900             MOVE 4 TO PROGRAM-RETURN-CODE
083000         END-IF
083100     END-IF.
083200     DISPLAY "=========================================".
083300 7000-EXIT.
083400     EXIT.
