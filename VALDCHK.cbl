000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VALDCHK.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  VALUE-DATE
001100*                VALIDATION PASS OVER THE INBOUND TRADE
001200*                AND PAYMENT FEED, RUN THE NIGHT BEFORE
001300*                SETTLEMENT.  EACH VALUE DATE IS CHECKED
001400*                FOR A REAL CALENDAR DATE, NOT BEFORE THE
001500*                TRADE DATE, OPEN IN EVERY LISTED MARKET
001600*                (DATE-MATH FOLLOWING ROLL PLUS THE KEYED
001700*                HOLIDAY CALENDAR FOR THE CLOSING ENTRY),
001800*                AND EQUAL TO TRADE DATE PLUS THE T+N
001900*                CONVENTION (DATE-MATH STEP).  THE FEED IS
002000*                SPLIT INTO ACCEPTED AND REJECTED FILES,
002100*                EACH REJECT CARRYING ITS REASON, AND THE
002200*                CONTROL TOTALS MUST BALANCE RECORDS IN TO
002300*                RECORDS ACCEPTED PLUS RECORDS REJECTED.
002400*-----------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700     SOURCE-COMPUTER. IBM-370.
002800     OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100* TRADE-FILE -- THE INBOUND TRADE/PAYMENT FEED EXTRACT,
003200* ONE TRADE PER RECORD.  REQUIRED.
003300     SELECT TRADE-FILE ASSIGN TO "TRADEIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS TRADE-STATUS.
003600* ACCEPT-FILE -- THE TRADES WHOSE VALUE DATE PASSED,
003700* IN THE FEED LAYOUT, FOR SETTLEMENT.
003800     SELECT ACCEPT-FILE ASSIGN TO "TRADEOK"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS ACCEPT-STATUS.
004100* REJECT-FILE -- THE TRADES WHOSE VALUE DATE FAILED,
004200* EACH WITH ITS REASON, FOR THE TRADE SUPPORT DESK.
004300     SELECT REJECT-FILE ASSIGN TO "TRADERJ"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS REJECT-STATUS.
004600* HOLIDAY-FILE -- THE KEYED BANK HOLIDAY CALENDAR, READ
004700* TO NAME THE ENTRY THAT CLOSES A REJECTED VALUE DATE.
004800* OPTIONAL SO A MISSING CALENDAR MEANS NO HOLIDAYS, THE
004900* SAME AS DATE-MATH.
005000     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLDFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HOL-KEY
005400         FILE STATUS IS HOLIDAY-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700*-----------------------------------------------------
005800* ONE INBOUND TRADE.  SHARED LAYOUT WITH THE ACCEPTED
005900* FILE AND SETTLEMENT VIA THE TRDFEED COPYBOOK.
006000*-----------------------------------------------------
006100 FD  TRADE-FILE.
006200     COPY TRDFEED.
006300*-----------------------------------------------------
006400* ONE ACCEPTED TRADE, THE FEED RECORD UNCHANGED.
006500*-----------------------------------------------------
006600 FD  ACCEPT-FILE.
006700 01  ACCEPT-RECORD            PIC X(80).
006800*-----------------------------------------------------
006900* ONE REJECTED TRADE: THE FEED RECORD UNCHANGED, THE
007000* REASON CODE, THE VALUE DATE THE T+N CONVENTION CALLS
007100* FOR (ZERO WHEN IT COULD NOT BE WORKED OUT), THE MARKET
007200* AND CALENDAR DESCRIPTION THAT CLOSE THE VALUE DATE
007300* (CLOSED-DAY REJECTS ONLY), AND THE REASON IN WORDS.
007400* REASON CODES:
007500*   'BADT' = TRADE DATE, VALUE DATE, T+N OR MARKET COUNT
007600*            MALFORMED.
007700*   'VDBT' = VALUE DATE BEFORE TRADE DATE.
007800*   'CLSD' = VALUE DATE ON A CLOSED DAY (WEEKEND OR A
007900*            HOLIDAY) IN ONE OF THE TRADE'S MARKETS.
008000*   'TPLN' = VALUE DATE NOT THE EXPECTED T+N DATE.
008100* ONLY THE FIRST FAILURE IN THAT ORDER IS CODED.
008200*-----------------------------------------------------
008300 FD  REJECT-FILE.
008400 01  REJECT-RECORD.
008500     05  RJT-TRADE-IMAGE      PIC X(80).
008600     05  RJT-REASON-CODE      PIC X(04).
008700     05  RJT-EXPECTED-DATE    PIC 9(08).
008800     05  RJT-CLOSED-MARKET    PIC X(03).
008900     05  RJT-CLOSED-DESC      PIC X(20).
009000     05  RJT-REASON-TEXT      PIC X(40).
009100*-----------------------------------------------------
009200* ONE RECORD PER BANK HOLIDAY OR STANDING WEEKEND ENTRY
009300* IN THE HOLIDAY CALENDAR.  SHARED LAYOUT WITH DATE-
009400* PROGRAM AND DATE-MATH VIA THE HOLIDAY COPYBOOK.
009500*-----------------------------------------------------
009600 FD  HOLIDAY-FILE.
009700     COPY HOLIDAY.
009800 WORKING-STORAGE SECTION.
009900*-----------------------------------------------------
010000* THE DATE HANDED TO DATE-MATH AND THE RESULT IT HANDS
010100* BACK, IN THE SHARED CURDATE LAYOUT, PLUS THE SIGNED
010200* DELTA, THE TRADE'S MARKET LIST AND THE OPERATION
010300* REQUEST.
010400*-----------------------------------------------------
010500     COPY CURDATE REPLACING ==CURRENT-DATE== BY
010600         ==VDC-INPUT-DATE==.
010700     COPY CURDATE REPLACING ==CURRENT-DATE== BY
010800         ==VDC-RESULT-DATE==.
010900 01  VDC-DAY-DELTA            PIC S9(05) VALUE ZERO.
011000     COPY MKTLIST.
011100     COPY DTMOPS.
011200*-----------------------------------------------------
011300* LITERAL TABLE OF DAYS PER CALENDAR MONTH, INDEXED BY
011400* MONTH, FOR THE DATE CHECK BELOW.  THE DATE UNDER TEST
011500* IS MOVED TO VDC-CHECK-DATE-8; FEBRUARY IS ADJUSTED TO
011600* 29 IN A LEAP YEAR, THE SAME RANGE RULES AS THE REST OF
011700* THE DATE SUITE.
011800*-----------------------------------------------------
011900 01  DAYS-IN-MONTH-VALUES.
012000     05  FILLER  PIC 9(02) VALUE 31.
012100     05  FILLER  PIC 9(02) VALUE 28.
012200     05  FILLER  PIC 9(02) VALUE 31.
012300     05  FILLER  PIC 9(02) VALUE 30.
012400     05  FILLER  PIC 9(02) VALUE 31.
012500     05  FILLER  PIC 9(02) VALUE 30.
012600     05  FILLER  PIC 9(02) VALUE 31.
012700     05  FILLER  PIC 9(02) VALUE 31.
012800     05  FILLER  PIC 9(02) VALUE 30.
012900     05  FILLER  PIC 9(02) VALUE 31.
013000     05  FILLER  PIC 9(02) VALUE 30.
013100     05  FILLER  PIC 9(02) VALUE 31.
013200 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
013300     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
013400 77  DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
013500 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
013600 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
013700 01  VDC-CHECK-DATE-8         PIC 9(08) VALUE ZERO.
013800 01  VDC-CHECK-DATE-PARTS REDEFINES VDC-CHECK-DATE-8.
013900     05  VDC-CHECK-YEAR       PIC 9(04).
014000     05  VDC-CHECK-MONTH      PIC 9(02).
014100     05  VDC-CHECK-DAY        PIC 9(02).
014200 77  VDC-CHECK-VALID-SWITCH   PIC X(01) VALUE 'N'.
014300     88  VDC-CHECK-VALID               VALUE 'Y'.
014400*-----------------------------------------------------
014500* PER-TRADE WORK AREAS.
014600*-----------------------------------------------------
014700 77  VDC-TRADE-DATE-8         PIC 9(08) VALUE ZERO.
014800 77  VDC-VALUE-DATE-8         PIC 9(08) VALUE ZERO.
014900 77  VDC-EXPECTED-DATE-8      PIC 9(08) VALUE ZERO.
015000 77  VDC-ROLLED-DATE-8        PIC 9(08) VALUE ZERO.
015100 77  VDC-WORK-INTEGER         PIC 9(09) VALUE ZERO.
015200 77  VDC-DOW-NUMBER           PIC 9(01) VALUE ZERO.
015300 77  VDC-REASON-CODE          PIC X(04) VALUE SPACES.
015400 77  VDC-REASON-TEXT          PIC X(40) VALUE SPACES.
015500 77  VDC-CLOSED-MARKET        PIC X(03) VALUE SPACES.
015600 77  VDC-CLOSED-DESC          PIC X(20) VALUE SPACES.
015700 77  VDC-MKT-SUB              PIC 9(02) COMP VALUE ZERO.
015800 77  VDC-CAL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
015900     88  VDC-CAL-AVAILABLE             VALUE 'Y'.
016000 77  VDC-SCAN-DONE-SWITCH     PIC X(01) VALUE 'N'.
016100     88  VDC-SCAN-DONE                 VALUE 'Y'.
016200 77  VDC-MARKET-APPLY-SWITCH  PIC X(01) VALUE 'N'.
016300     88  VDC-MARKET-APPLIES            VALUE 'Y'.
016400 77  TRADE-EOF-SWITCH         PIC X(01) VALUE 'N'.
016500     88  TRADE-EOF                     VALUE 'Y'.
016600*-----------------------------------------------------
016700* CONTROL TOTALS.  RECORDS IN MUST EQUAL RECORDS
016800* ACCEPTED PLUS RECORDS REJECTED; THE REJECTS ARE ALSO
016900* BROKEN DOWN BY REASON.
017000*-----------------------------------------------------
017100 77  VDC-IN-COUNT             PIC 9(07) VALUE ZERO.
017200 77  VDC-ACCEPT-COUNT         PIC 9(07) VALUE ZERO.
017300 77  VDC-REJECT-COUNT         PIC 9(07) VALUE ZERO.
017400 77  VDC-BALANCE-COUNT        PIC 9(07) VALUE ZERO.
017500 77  VDC-BADT-COUNT           PIC 9(07) VALUE ZERO.
017600 77  VDC-VDBT-COUNT           PIC 9(07) VALUE ZERO.
017700 77  VDC-CLSD-COUNT           PIC 9(07) VALUE ZERO.
017800 77  VDC-TPLN-COUNT           PIC 9(07) VALUE ZERO.
017900*-----------------------------------------------------
018000* FILE STATUS SWITCHES AND RETURN CODE.  ANY REJECTED
018100* TRADE RETURNS 4 SO THE JOB LOG SHOWS THE REJECT FILE
018200* NEEDS WORKING; A MISSING FEED, A FAILED WRITE OR
018300* CONTROL TOTALS OUT OF BALANCE RETURN 16.
018400*-----------------------------------------------------
018500 77  TRADE-STATUS             PIC X(02) VALUE '00'.
018600 77  ACCEPT-STATUS            PIC X(02) VALUE '00'.
018700 77  REJECT-STATUS            PIC X(02) VALUE '00'.
018800 77  HOLIDAY-STATUS           PIC X(02) VALUE '00'.
018900 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
019000 PROCEDURE DIVISION.
019100*-----------------------------------------------------
019200* 0000-MAINLINE
019300*-----------------------------------------------------
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     IF PROGRAM-RETURN-CODE NOT = ZERO
019700         GO TO 0000-FINISH.
019800     PERFORM 2000-PROCESS-ONE-TRADE THRU 2000-EXIT
019900         UNTIL TRADE-EOF.
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020100 0000-FINISH.
020200     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
020300     STOP RUN.
020400*-----------------------------------------------------
020500* 1000-INITIALIZE -- OPEN THE FEED, THE TWO OUTPUT FILES
020600* AND THE CALENDAR.  A MISSING FEED ENDS THE RUN WITH
020700* 16 -- SETTLEMENT MUST NOT GO AHEAD ON AN EMPTY
020800* ACCEPTED FILE WITHOUT SOMEONE LOOKING.
020900*-----------------------------------------------------
021000 1000-INITIALIZE.
021100     OPEN INPUT TRADE-FILE.
021200     IF TRADE-STATUS NOT = '00'
021300         DISPLAY "*** ABEND - TRADE FEED (TRADEIN) NOT "
021400             "OPENED - FILE STATUS " TRADE-STATUS " ***"
021500         MOVE 16 TO PROGRAM-RETURN-CODE
021600         GO TO 1000-EXIT
021700     END-IF.
021800     OPEN OUTPUT ACCEPT-FILE.
021900     OPEN OUTPUT REJECT-FILE.
022000     IF ACCEPT-STATUS NOT = '00'
022100         OR REJECT-STATUS NOT = '00'
022200         DISPLAY "*** ABEND - ACCEPTED/REJECTED FILE NOT "
022300             "OPENED - FILE STATUS " ACCEPT-STATUS "/"
022400             REJECT-STATUS " ***"
022500         MOVE 16 TO PROGRAM-RETURN-CODE
022600         GO TO 1000-EXIT
022700     END-IF.
022800     MOVE 'N' TO VDC-CAL-AVAIL-SWITCH.
022900     OPEN INPUT HOLIDAY-FILE.
023000     IF HOLIDAY-STATUS = '00'
023100         SET VDC-CAL-AVAILABLE TO TRUE
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500*-----------------------------------------------------
023600* 2000-PROCESS-ONE-TRADE -- READ ONE TRADE, CHECK ITS
023700* VALUE DATE, AND WRITE IT TO THE ACCEPTED OR REJECTED
023800* FILE.
023900*-----------------------------------------------------
024000 2000-PROCESS-ONE-TRADE.
024100     READ TRADE-FILE
024200         AT END
024300             SET TRADE-EOF TO TRUE
024400             GO TO 2000-EXIT
024500     END-READ.
024600     ADD 1 TO VDC-IN-COUNT.
024700     PERFORM 2100-VALIDATE-TRADE THRU 2100-EXIT.
024800     IF VDC-REASON-CODE = SPACES
024900         PERFORM 3000-WRITE-ACCEPTED THRU 3000-EXIT
025000     ELSE
025100         PERFORM 3100-WRITE-REJECTED THRU 3100-EXIT
025200     END-IF.
025300 2000-EXIT.
025400     EXIT.
025500*-----------------------------------------------------
025600* 2100-VALIDATE-TRADE -- RUN THE CHECKS IN ORDER AND
025700* STOP AT THE FIRST FAILURE, LEAVING ITS REASON CODE IN
025800* VDC-REASON-CODE (SPACES WHEN THE TRADE PASSES).
025900*-----------------------------------------------------
026000 2100-VALIDATE-TRADE.
026100     MOVE SPACES TO VDC-REASON-CODE.
026200     MOVE SPACES TO VDC-REASON-TEXT.
026300     MOVE SPACES TO VDC-CLOSED-MARKET.
026400     MOVE SPACES TO VDC-CLOSED-DESC.
026500     MOVE ZERO   TO VDC-EXPECTED-DATE-8.
026600     PERFORM 2200-CHECK-WELL-FORMED THRU 2200-EXIT.
026700     IF VDC-REASON-CODE NOT = SPACES
026800         GO TO 2100-EXIT.
026900     IF VDC-VALUE-DATE-8 < VDC-TRADE-DATE-8
027000         MOVE 'VDBT' TO VDC-REASON-CODE
027100         MOVE "VALUE DATE BEFORE TRADE DATE"
027200             TO VDC-REASON-TEXT
027300         ADD 1 TO VDC-VDBT-COUNT
027400         GO TO 2100-EXIT
027500     END-IF.
027600     MOVE TRD-MARKET-LIST TO MARKET-LIST.
027700     PERFORM 2300-EXPECTED-VALUE-DATE THRU 2300-EXIT.
027800     PERFORM 2400-CHECK-VALUE-DATE-OPEN THRU 2400-EXIT.
027900     IF VDC-REASON-CODE NOT = SPACES
028000         GO TO 2100-EXIT.
028100     IF VDC-VALUE-DATE-8 NOT = VDC-EXPECTED-DATE-8
028200         MOVE 'TPLN' TO VDC-REASON-CODE
028300         STRING "VALUE DATE NOT T+" DELIMITED BY SIZE
028400             TRD-SETTLE-DAYS DELIMITED BY SIZE
028500             " (EXPECTED " DELIMITED BY SIZE
028600             VDC-EXPECTED-DATE-8 DELIMITED BY SIZE
028700             ")" DELIMITED BY SIZE
028800             INTO VDC-REASON-TEXT
028900         END-STRING
029000         ADD 1 TO VDC-TPLN-COUNT
029100     END-IF.
029200 2100-EXIT.
029300     EXIT.
029400*-----------------------------------------------------
029500* 2200-CHECK-WELL-FORMED -- BOTH DATES MUST BE REAL
029600* CALENDAR DATES INSIDE THE OPERATIONAL YEAR WINDOW, THE
029700* T+N CONVENTION NUMERIC, AND THE MARKET COUNT 00-08.
029800*-----------------------------------------------------
029900 2200-CHECK-WELL-FORMED.
030000     MOVE ZERO TO VDC-TRADE-DATE-8.
030100     MOVE ZERO TO VDC-VALUE-DATE-8.
030200     MOVE ZERO TO VDC-CHECK-DATE-8.
030300     IF TRD-TRADE-DATE NUMERIC
030400         MOVE TRD-TRADE-DATE TO VDC-CHECK-DATE-8
030500     END-IF.
030600     PERFORM 2250-CHECK-CALENDAR-DATE THRU 2250-EXIT.
030700     IF NOT VDC-CHECK-VALID
030800         MOVE "TRADE DATE MALFORMED" TO VDC-REASON-TEXT
030900         GO TO 2200-REJECT
031000     END-IF.
031100     MOVE VDC-CHECK-DATE-8 TO VDC-TRADE-DATE-8.
031200     MOVE ZERO TO VDC-CHECK-DATE-8.
031300     IF TRD-VALUE-DATE NUMERIC
031400         MOVE TRD-VALUE-DATE TO VDC-CHECK-DATE-8
031500     END-IF.
031600     PERFORM 2250-CHECK-CALENDAR-DATE THRU 2250-EXIT.
031700     IF NOT VDC-CHECK-VALID
031800         MOVE "VALUE DATE MALFORMED" TO VDC-REASON-TEXT
031900         GO TO 2200-REJECT
032000     END-IF.
032100     MOVE VDC-CHECK-DATE-8 TO VDC-VALUE-DATE-8.
032200     IF TRD-SETTLE-DAYS NOT NUMERIC
032300         MOVE "SETTLEMENT CONVENTION T+N NOT NUMERIC"
032400             TO VDC-REASON-TEXT
032500         GO TO 2200-REJECT
032600     END-IF.
032700     IF TRD-MKT-COUNT NOT NUMERIC
032800         OR TRD-MKT-COUNT > 8
032900         MOVE "MARKET COUNT NOT 00 THRU 08"
033000             TO VDC-REASON-TEXT
033100         GO TO 2200-REJECT
033200     END-IF.
033300     GO TO 2200-EXIT.
033400 2200-REJECT.
033500     MOVE 'BADT' TO VDC-REASON-CODE.
033600     ADD 1 TO VDC-BADT-COUNT.
033700 2200-EXIT.
033800     EXIT.
033900*-----------------------------------------------------
034000* 2250-CHECK-CALENDAR-DATE -- IS VDC-CHECK-DATE-8 A REAL
034100* CALENDAR DATE INSIDE THE OPERATIONAL YEAR WINDOW.
034200*-----------------------------------------------------
034300 2250-CHECK-CALENDAR-DATE.
034400     MOVE 'N' TO VDC-CHECK-VALID-SWITCH.
034500     IF VDC-CHECK-YEAR < MINIMUM-VALID-YEAR
034600         OR VDC-CHECK-YEAR > MAXIMUM-VALID-YEAR
034700         OR VDC-CHECK-MONTH < 01
034800         OR VDC-CHECK-MONTH > 12
034900         GO TO 2250-EXIT.
035000     MOVE DAYS-IN-MONTH-ENTRY(VDC-CHECK-MONTH)
035100         TO DAYS-IN-MONTH.
035200     IF VDC-CHECK-MONTH = 02
035300         AND ((FUNCTION MOD(VDC-CHECK-YEAR, 4) = 0
035400                 AND FUNCTION MOD(VDC-CHECK-YEAR, 100)
035500                     NOT = 0)
035600             OR FUNCTION MOD(VDC-CHECK-YEAR, 400) = 0)
035700         MOVE 29 TO DAYS-IN-MONTH
035800     END-IF.
035900     IF VDC-CHECK-DAY < 01
036000         OR VDC-CHECK-DAY > DAYS-IN-MONTH
036100         GO TO 2250-EXIT.
036200     SET VDC-CHECK-VALID TO TRUE.
036300 2250-EXIT.
036400     EXIT.
036500*-----------------------------------------------------
036600* 2300-EXPECTED-VALUE-DATE -- ASK DATE-MATH FOR THE
036700* TRADE DATE STEPPED T+N BUSINESS DAYS FORWARD OVER THE
036800* TRADE'S MARKETS.  T+0 IS THE TRADE DATE ITSELF.
036900*-----------------------------------------------------
037000 2300-EXPECTED-VALUE-DATE.
037100     MOVE TRD-TRADE-YEAR  TO YEAR OF VDC-INPUT-DATE.
037200     MOVE TRD-TRADE-MONTH TO MONTH OF VDC-INPUT-DATE.
037300     MOVE TRD-TRADE-DAY   TO DA OF VDC-INPUT-DATE.
037400     MOVE TRD-SETTLE-DAYS TO VDC-DAY-DELTA.
037500     MOVE 'S'  TO DTM-OPERATION-CODE.
037600     MOVE ZERO TO DTM-END-YEAR.
037700     MOVE ZERO TO DTM-END-MONTH.
037800     MOVE ZERO TO DTM-END-DAY.
037900     MOVE ZERO TO DTM-BUSDAY-COUNT.
038000     CALL "DATE-MATH" USING VDC-INPUT-DATE, VDC-DAY-DELTA,
038100         MARKET-LIST, VDC-RESULT-DATE, DATE-MATH-REQUEST.
038200     COMPUTE VDC-EXPECTED-DATE-8 =
038300         (YEAR OF VDC-RESULT-DATE * 10000)
038400         + (MONTH OF VDC-RESULT-DATE * 100)
038500         + DA OF VDC-RESULT-DATE.
038600 2300-EXIT.
038700     EXIT.
038800*-----------------------------------------------------
038900* 2400-CHECK-VALUE-DATE-OPEN -- ASK DATE-MATH TO ROLL
039000* THE VALUE DATE TO THE FOLLOWING BUSINESS DAY OVER THE
039100* TRADE'S MARKETS.  WHEN THE ROLL MOVES IT, THE VALUE
039200* DATE IS A CLOSED DAY: A WEEKEND, OR A CALENDAR ENTRY
039300* THAT 2500 LOOKS UP SO THE REJECT NAMES IT.
039400*-----------------------------------------------------
039500 2400-CHECK-VALUE-DATE-OPEN.
039600     MOVE TRD-VALUE-YEAR  TO YEAR OF VDC-INPUT-DATE.
039700     MOVE TRD-VALUE-MONTH TO MONTH OF VDC-INPUT-DATE.
039800     MOVE TRD-VALUE-DAY   TO DA OF VDC-INPUT-DATE.
039900     MOVE ZERO TO VDC-DAY-DELTA.
040000     MOVE 'F'  TO DTM-OPERATION-CODE.
040100     MOVE ZERO TO DTM-END-YEAR.
040200     MOVE ZERO TO DTM-END-MONTH.
040300     MOVE ZERO TO DTM-END-DAY.
040400     MOVE ZERO TO DTM-BUSDAY-COUNT.
040500     CALL "DATE-MATH" USING VDC-INPUT-DATE, VDC-DAY-DELTA,
040600         MARKET-LIST, VDC-RESULT-DATE, DATE-MATH-REQUEST.
040700     COMPUTE VDC-ROLLED-DATE-8 =
040800         (YEAR OF VDC-RESULT-DATE * 10000)
040900         + (MONTH OF VDC-RESULT-DATE * 100)
041000         + DA OF VDC-RESULT-DATE.
041100     IF VDC-ROLLED-DATE-8 = VDC-VALUE-DATE-8
041200         GO TO 2400-EXIT.
041300     MOVE 'CLSD' TO VDC-REASON-CODE.
041400     ADD 1 TO VDC-CLSD-COUNT.
041500     COMPUTE VDC-WORK-INTEGER =
041600         FUNCTION INTEGER-OF-DATE(VDC-VALUE-DATE-8).
041700     COMPUTE VDC-DOW-NUMBER =
041800         FUNCTION MOD(VDC-WORK-INTEGER, 7).
041900     IF VDC-DOW-NUMBER = 0 OR VDC-DOW-NUMBER = 6
042000         MOVE "VALUE DATE FALLS ON A WEEKEND"
042100             TO VDC-REASON-TEXT
042200         GO TO 2400-EXIT
042300     END-IF.
042400     PERFORM 2500-FIND-CLOSING-ENTRY THRU 2500-EXIT.
042500     STRING "VALUE DATE CLOSED IN MARKET "
042600             DELIMITED BY SIZE
042700         VDC-CLOSED-MARKET DELIMITED BY SIZE
042800         INTO VDC-REASON-TEXT
042900     END-STRING.
043000 2400-EXIT.
043100     EXIT.
043200*-----------------------------------------------------
043300* 2500-FIND-CLOSING-ENTRY -- POSITION THE KEYED
043400* CALENDAR AT THE VALUE DATE AND READ FORWARD THROUGH
043500* THAT DATE'S ENTRIES FOR THE FIRST ONE THAT APPLIES TO
043600* THE TRADE'S MARKETS, THE SAME TEST DATE-MATH MAKES.
043700* A BLANK MARKET CODE IS REPORTED AS 'ALL'.
043800*-----------------------------------------------------
043900 2500-FIND-CLOSING-ENTRY.
044000     MOVE 'ALL' TO VDC-CLOSED-MARKET.
044100     IF NOT VDC-CAL-AVAILABLE
044200         GO TO 2500-EXIT.
044300     MOVE TRD-VALUE-YEAR  TO HOL-YEAR.
044400     MOVE TRD-VALUE-MONTH TO HOL-MONTH.
044500     MOVE TRD-VALUE-DAY   TO HOL-DAY.
044600     MOVE LOW-VALUES      TO HOL-MARKET-CODE.
044700     MOVE 'N' TO VDC-SCAN-DONE-SWITCH.
044800     MOVE 'N' TO VDC-MARKET-APPLY-SWITCH.
044900     START HOLIDAY-FILE KEY NOT < HOL-KEY
045000         INVALID KEY
045100             SET VDC-SCAN-DONE TO TRUE
045200     END-START.
045300     PERFORM 2510-SCAN-HOLIDAY-ENTRY THRU 2510-EXIT
045400         UNTIL VDC-SCAN-DONE
045500             OR VDC-MARKET-APPLIES.
045600     IF VDC-MARKET-APPLIES
045700         IF HOL-MARKET-CODE NOT = SPACES
045800             MOVE HOL-MARKET-CODE TO VDC-CLOSED-MARKET
045900         END-IF
046000         MOVE HOL-DESCRIPTION TO VDC-CLOSED-DESC
046100     END-IF.
046200 2500-EXIT.
046300     EXIT.
046400 2510-SCAN-HOLIDAY-ENTRY.
046500     READ HOLIDAY-FILE NEXT RECORD
046600         AT END
046700             SET VDC-SCAN-DONE TO TRUE
046800             GO TO 2510-EXIT
046900     END-READ.
047000     IF HOL-YEAR NOT = TRD-VALUE-YEAR
047100         OR HOL-MONTH NOT = TRD-VALUE-MONTH
047200         OR HOL-DAY NOT = TRD-VALUE-DAY
047300         SET VDC-SCAN-DONE TO TRUE
047400         GO TO 2510-EXIT
047500     END-IF.
047600     IF MKT-COUNT = ZERO
047700         OR HOL-MARKET-CODE = SPACES
047800         SET VDC-MARKET-APPLIES TO TRUE
047900         GO TO 2510-EXIT
048000     END-IF.
048100     PERFORM 2520-MATCH-ONE-MARKET THRU 2520-EXIT
048200         VARYING VDC-MKT-SUB FROM 1 BY 1
048300         UNTIL VDC-MKT-SUB > MKT-COUNT
048400             OR VDC-MARKET-APPLIES.
048500 2510-EXIT.
048600     EXIT.
048700 2520-MATCH-ONE-MARKET.
048800     IF MKT-CODE(VDC-MKT-SUB) = HOL-MARKET-CODE
048900         SET VDC-MARKET-APPLIES TO TRUE
049000     END-IF.
049100 2520-EXIT.
049200     EXIT.
049300*-----------------------------------------------------
049400* 3000-WRITE-ACCEPTED -- PASS THE TRADE THROUGH
049500* UNCHANGED TO THE ACCEPTED FILE.
049600*-----------------------------------------------------
049700 3000-WRITE-ACCEPTED.
049800     WRITE ACCEPT-RECORD FROM TRADE-RECORD.
049900     IF ACCEPT-STATUS NOT = '00'
050000         DISPLAY "*** ABEND - ACCEPTED FILE WRITE FAILED - "
050100             "FILE STATUS " ACCEPT-STATUS " - TRADE " TRD-ID
050200             " ***"
050300         MOVE 16 TO PROGRAM-RETURN-CODE
050400     ELSE
050500         ADD 1 TO VDC-ACCEPT-COUNT
050600     END-IF.
050700 3000-EXIT.
050800     EXIT.
050900*-----------------------------------------------------
051000* 3100-WRITE-REJECTED -- WRITE THE TRADE WITH ITS
051100* REASON TO THE REJECTED FILE.
051200*-----------------------------------------------------
051300 3100-WRITE-REJECTED.
051400     MOVE TRADE-RECORD        TO RJT-TRADE-IMAGE.
051500     MOVE VDC-REASON-CODE     TO RJT-REASON-CODE.
051600     MOVE VDC-EXPECTED-DATE-8 TO RJT-EXPECTED-DATE.
051700     MOVE VDC-CLOSED-MARKET   TO RJT-CLOSED-MARKET.
051800     MOVE VDC-CLOSED-DESC     TO RJT-CLOSED-DESC.
051900     MOVE VDC-REASON-TEXT     TO RJT-REASON-TEXT.
052000     WRITE REJECT-RECORD.
052100     IF REJECT-STATUS NOT = '00'
052200         DISPLAY "*** ABEND - REJECTED FILE WRITE FAILED - "
052300             "FILE STATUS " REJECT-STATUS " - TRADE " TRD-ID
052400             " ***"
052500         MOVE 16 TO PROGRAM-RETURN-CODE
052600     ELSE
052700         ADD 1 TO VDC-REJECT-COUNT
052800     END-IF.
052900 3100-EXIT.
053000     EXIT.
053100*-----------------------------------------------------
053200* 9000-TERMINATE -- CLOSE FILES, PRINT THE CONTROL
053300* TOTALS, PROVE THE BALANCE, AND SET THE RETURN CODE.
053400*-----------------------------------------------------
053500 9000-TERMINATE.
053600     CLOSE TRADE-FILE.
053700     CLOSE ACCEPT-FILE.
053800     CLOSE REJECT-FILE.
053900     IF VDC-CAL-AVAILABLE
054000         CLOSE HOLIDAY-FILE
054100     END-IF.
054200     COMPUTE VDC-BALANCE-COUNT =
054300         VDC-ACCEPT-COUNT + VDC-REJECT-COUNT.
054400     DISPLAY "=========================================".
054500     DISPLAY "   VALUE-DATE VALIDATION CONTROL TOTALS  ".
054600     DISPLAY "=========================================".
054700     DISPLAY "RECORDS IN. . . . . . . : " VDC-IN-COUNT.
054800     DISPLAY "RECORDS ACCEPTED. . . . : " VDC-ACCEPT-COUNT.
054900     DISPLAY "RECORDS REJECTED. . . . : " VDC-REJECT-COUNT.
055000     DISPLAY "  MALFORMED (BADT). . . : " VDC-BADT-COUNT.
055100     DISPLAY "  BEFORE TRADE (VDBT) . : " VDC-VDBT-COUNT.
055200     DISPLAY "  CLOSED DAY (CLSD) . . : " VDC-CLSD-COUNT.
055300     DISPLAY "  NOT T+N (TPLN). . . . : " VDC-TPLN-COUNT.
055400     DISPLAY "ACCEPTED + REJECTED . . : " VDC-BALANCE-COUNT.
055500     IF VDC-BALANCE-COUNT = VDC-IN-COUNT
055600         DISPLAY "CONTROL TOTALS. . . . . : IN BALANCE"
055700     ELSE
055800         DISPLAY "CONTROL TOTALS. . . . . : OUT OF BALANCE"
055900         DISPLAY "*** ABEND - RECORDS IN " VDC-IN-COUNT
056000             " NOT EQUAL TO ACCEPTED PLUS REJECTED "
056100             VDC-BALANCE-COUNT " ***"
056200         MOVE 16 TO PROGRAM-RETURN-CODE
056300     END-IF.
056400     DISPLAY "=========================================".
056500     IF VDC-REJECT-COUNT > ZERO
056600         AND PROGRAM-RETURN-CODE < 4
056700         MOVE 4 TO PROGRAM-RETURN-CODE
056800     END-IF.
056900 9000-EXIT.
057000     EXIT.
