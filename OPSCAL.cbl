000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPSCAL.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  FORWARD OPERATIONS
001100*                CALENDAR FOR BATCH-WINDOW AND STAFFING
001200*                PLANNING.  WALKS EVERY CALENDAR DAY FROM
001300*                THE START DATE ON THE SYSIN CARD FOR THE
001400*                NUMBER OF WEEKS REQUESTED AND, FOR EACH
001500*                DAY, PRINTS ITS DAY-OF-WEEK, EVERY
001600*                MARKET'S OPEN/CLOSED STATE FROM THE KEYED
001700*                HOLIDAY CALENDAR, THE FISCAL PERIOD-END
001800*                FLAGS FROM FISCFLAG, AND THE CYCPARM
001900*                CYCLES THAT WILL RUN THAT DAY IN THEIR
002000*                PREDECESSOR ORDER.  DAYS THAT NEED
002100*                ATTENTION ARE FLAGGED: PARTIAL CLOSURES
002200*                THAT WILL END RC 4, A PERIOD END ON THE
002300*                BUSINESS DAY AFTER A HOLIDAY OR ON A
002400*                CLOSED DAY, AND LONG WEEKENDS WHERE THE
002500*                NEXT-BUSINESS-DAY STAMP JUMPS MORE THAN
002600*                THREE DAYS.  THE SAME CALENDAR IS WRITTEN
002700*                AS A FLAT EXTRACT, ONE RECORD PER DAY PER
002800*                CYCLE, FOR LOADING INTO THE JOB
002900*                SCHEDULER'S CALENDAR.
002920* 10/15/26  RDH  A FAILED EXTRACT WRITE NOW ENDS THE RUN
002940*                16 AND STOPS THE WALK, SO THE SCHEDULER
002960*                LOAD NEVER GETS A SHORT EXTRACT FROM A
002980*                STEP THAT ENDED 0 OR 4.
003000*-----------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300     SOURCE-COMPUTER. IBM-370.
003400     OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700* SYSIN-FILE -- PARAMETER CARD CARRYING THE START DATE
003800* AND THE NUMBER OF WEEKS TO PLAN.  A MISSING CARD OR A
003900* BLANK START DATE PLANS FROM TODAY.
004000     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS SYSIN-STATUS.
004300* HOLIDAY-FILE -- SAME KEYED BANK HOLIDAY CALENDAR DATE-
004400* PROGRAM AND DATE-MATH READ.  READ THROUGH ONCE TO TABLE
004500* THE MARKET UNIVERSE, THEN POSITIONED INTO BY DATE FOR
004600* EACH WALKED DAY.  OPTIONAL SO A MISSING CALENDAR MEANS
004700* NO HOLIDAYS, THE SAME AS EVERY OTHER READER.
004800     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLDFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HOL-KEY
005200         FILE STATUS IS HOLIDAY-STATUS.
005300* CYCLE-PARM-FILE -- THE SAME PER-CYCLE CARDS DATE-
005400* PROGRAM READS, FOR THE CYCLE LIST AND EACH CYCLE'S
005500* PREDECESSOR RULE.  OPTIONAL -- NO CARDS MEANS THE
005600* DAILYEOD CYCLE ALONE.
005700     SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CYCLE-PARM-STATUS.
006000* CALENDAR-EXTRACT-FILE -- THE MACHINE-READABLE CALENDAR
006100* FOR THE JOB SCHEDULER, ONE RECORD PER DAY PER CYCLE.
006200     SELECT CALENDAR-EXTRACT-FILE ASSIGN TO "OPSCALX"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS EXTRACT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700*-----------------------------------------------------
006800* PLANNING PARAMETER CARD.  START DATE YYYYMMDD IN
006900* COLUMNS 1-8 (BLANK MEANS TODAY) AND THE NUMBER OF
007000* WEEKS IN COLUMNS 9-10 (BLANK OR ZERO MEANS FOUR).
007100*-----------------------------------------------------
007200 FD  SYSIN-FILE.
007300 01  OPSCAL-CARD.
007400     05  CRD-START-DATE       PIC X(08).
007500     05  CRD-WEEKS            PIC X(02).
007600     05  FILLER               PIC X(70).
007700*-----------------------------------------------------
007800* ONE RECORD PER BANK HOLIDAY OR STANDING WEEKEND ENTRY
007900* IN THE HOLIDAY CALENDAR.  SHARED LAYOUT WITH DATE-
008000* PROGRAM AND DATE-MATH VIA THE HOLIDAY COPYBOOK.
008100*-----------------------------------------------------
008200 FD  HOLIDAY-FILE.
008300     COPY HOLIDAY.
008400*-----------------------------------------------------
008500* ONE PER-CYCLE PARAMETER CARD, THE SAME LAYOUT DATE-
008600* PROGRAM READS.  CYP-PRED-CYCLE-ID NAMES THE CYCLE THAT
008700* MUST HAVE RUN FOR THE PRIOR BUSINESS DAY FIRST, AND
008800* CYP-PRED-MAX-RC THE HIGHEST RETURN CODE IT MAY HAVE
008900* ENDED WITH.
009000*-----------------------------------------------------
009100 FD  CYCLE-PARM-FILE.
009200 01  CYCLE-PARM-RECORD.
009300     05  CYP-CYCLE-ID         PIC X(08).
009400     05  CYP-CUTOFF-TIME      PIC 9(04).
009500     05  CYP-PRED-CYCLE-ID    PIC X(08).
009600     05  CYP-PRED-MAX-RC      PIC 9(02).
009700     05  FILLER               PIC X(58).
009800*-----------------------------------------------------
009900* ONE EXTRACT RECORD PER CALENDAR DAY PER CYCLE.  THE
010000* DAY STATUS IS 'O' OPEN, 'P' PARTIAL CLOSURE, 'H'
010100* HOLIDAY (EVERY MARKET CLOSED) OR 'W' WEEKEND; THE RUN
010200* FLAG IS 'Y' WHEN THE CYCLE PROCESSES THAT DAY.  THE
010300* MARKET STATE IS 'O' OPEN OR 'C' CLOSED PER MARKET.
010400*-----------------------------------------------------
010500 FD  CALENDAR-EXTRACT-FILE.
010600 01  CALENDAR-EXTRACT-RECORD.
010700     05  OCX-CAL-DATE         PIC 9(08).
010800     05  OCX-DAY-OF-WEEK      PIC X(09).
010900     05  OCX-DAY-STATUS       PIC X(01).
011000     05  OCX-EXPECTED-RC      PIC 9(02).
011100     05  OCX-MONTH-END        PIC X(01).
011200     05  OCX-QUARTER-END      PIC X(01).
011300     05  OCX-YEAR-END         PIC X(01).
011400     05  OCX-NEXT-BUS-DATE    PIC 9(08).
011500     05  OCX-CYCLE-ID         PIC X(08).
011600     05  OCX-RUN-SEQ          PIC 9(02).
011700     05  OCX-RUN-FLAG         PIC X(01).
011800     05  OCX-PRED-CYCLE-ID    PIC X(08).
011900     05  OCX-ATTENTION-CODE   OCCURS 4 TIMES PIC X(04).
012000     05  OCX-MARKET-ENTRY     OCCURS 8 TIMES.
012100         10  OCX-MARKET-CODE  PIC X(03).
012200         10  OCX-MARKET-STATE PIC X(01).
012300 WORKING-STORAGE SECTION.
012400*-----------------------------------------------------
012500* THE DATE HANDED TO DATE-MATH AND FISCFLAG AND THE
012600* RESULT DATE-MATH HANDS BACK, IN THE SHARED CURDATE
012700* LAYOUT.
012800*-----------------------------------------------------
012900     COPY CURDATE REPLACING ==CURRENT-DATE== BY
013000         ==OPC-INPUT-DATE==.
013100     COPY CURDATE REPLACING ==CURRENT-DATE== BY
013200         ==OPC-RESULT-DATE==.
013300 01  OPC-DAY-DELTA            PIC S9(05) VALUE ZERO.
013400*-----------------------------------------------------
013500* MARKET LIST HANDED TO DATE-MATH.  LEFT EMPTY SO EVERY
013600* CALENDAR ENTRY APPLIES, THE SAME AS DATE-PROGRAM'S OWN
013700* NEXT-BUSINESS-DAY STAMP.
013800*-----------------------------------------------------
013900     COPY MKTLIST.
014000*-----------------------------------------------------
014100* THE DATE-MATH OPERATION REQUEST.  ONLY THE SIGNED STEP
014200* IS EVER ASKED FOR.
014300*-----------------------------------------------------
014400     COPY DTMOPS.
014500*-----------------------------------------------------
014600* THE FISCAL-PERIOD FLAGS FISCFLAG HANDS BACK.
014700*-----------------------------------------------------
014800     COPY FISCFLG.
014900*-----------------------------------------------------
015000* PLANNING WINDOW.  THE WALK RUNS IN INTEGER-DATE FORM
015100* FROM THE START DATE FOR OPC-WEEKS SEVEN-DAY WEEKS.
015200*-----------------------------------------------------
015300 77  OPC-START-DATE           PIC 9(08) VALUE ZERO.
015400 77  OPC-END-DATE             PIC 9(08) VALUE ZERO.
015500 77  OPC-TODAY-DATE           PIC 9(08) VALUE ZERO.
015600 77  OPC-WEEKS                PIC 9(02) VALUE ZERO.
015700 77  OPC-DEFAULT-WEEKS        PIC 9(02) VALUE 04.
015800 77  OPC-MAXIMUM-WEEKS        PIC 9(02) VALUE 52.
015900 77  OPC-CARD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
016000     88  OPC-CARD-FOUND                VALUE 'Y'.
016100 01  OPC-WALK-DATE-8          PIC 9(08) VALUE ZERO.
016200 01  OPC-WALK-DATE-PARTS REDEFINES OPC-WALK-DATE-8.
016300     05  OPC-WALK-YEAR        PIC 9(04).
016400     05  OPC-WALK-MONTH       PIC 9(02).
016500     05  OPC-WALK-DAY         PIC 9(02).
016600 77  OPC-WALK-INTEGER         PIC 9(09) VALUE ZERO.
016700 77  OPC-END-INTEGER          PIC 9(09) VALUE ZERO.
016800 77  OPC-WORK-DATE-8          PIC 9(08) VALUE ZERO.
016900 77  OPC-WORK-INTEGER         PIC 9(09) VALUE ZERO.
017000 77  OPC-DOW-NUMBER           PIC 9(01) VALUE ZERO.
017100* LITERAL TABLE OF DAY NAMES, SUNDAY THROUGH SATURDAY,
017200* INDEXED BY OPC-DOW-NUMBER + 1 (FUNCTION MOD OF THE
017300* INTEGER DATE RETURNS 0 FOR SUNDAY).
017400 01  DAY-OF-WEEK-NAMES.
017500     05  FILLER  PIC X(09) VALUE 'SUNDAY'.
017600     05  FILLER  PIC X(09) VALUE 'MONDAY'.
017700     05  FILLER  PIC X(09) VALUE 'TUESDAY'.
017800     05  FILLER  PIC X(09) VALUE 'WEDNESDAY'.
017900     05  FILLER  PIC X(09) VALUE 'THURSDAY'.
018000     05  FILLER  PIC X(09) VALUE 'FRIDAY'.
018100     05  FILLER  PIC X(09) VALUE 'SATURDAY'.
018200 01  DAY-OF-WEEK-TABLE REDEFINES DAY-OF-WEEK-NAMES.
018300     05  DOW-NAME-ENTRY OCCURS 7 TIMES PIC X(09).
018400*-----------------------------------------------------
018500* CALENDAR-DATE VALIDATION.  THE DATE UNDER TEST IS
018600* MOVED TO OPC-CHECK-DATE-8; FEBRUARY IS ADJUSTED TO 29
018700* IN A LEAP YEAR.
018800*-----------------------------------------------------
018900 01  OPC-CHECK-DATE-8         PIC 9(08) VALUE ZERO.
019000 01  OPC-CHECK-DATE-PARTS REDEFINES OPC-CHECK-DATE-8.
019100     05  OPC-CHECK-YEAR       PIC 9(04).
019200     05  OPC-CHECK-MONTH      PIC 9(02).
019300     05  OPC-CHECK-DAY        PIC 9(02).
019400 77  OPC-CHECK-VALID-SWITCH   PIC X(01) VALUE 'N'.
019500     88  OPC-CHECK-VALID               VALUE 'Y'.
019600 01  DAYS-IN-MONTH-VALUES.
019700     05  FILLER  PIC 9(02) VALUE 31.
019800     05  FILLER  PIC 9(02) VALUE 28.
019900     05  FILLER  PIC 9(02) VALUE 31.
020000     05  FILLER  PIC 9(02) VALUE 30.
020100     05  FILLER  PIC 9(02) VALUE 31.
020200     05  FILLER  PIC 9(02) VALUE 30.
020300     05  FILLER  PIC 9(02) VALUE 31.
020400     05  FILLER  PIC 9(02) VALUE 31.
020500     05  FILLER  PIC 9(02) VALUE 30.
020600     05  FILLER  PIC 9(02) VALUE 31.
020700     05  FILLER  PIC 9(02) VALUE 30.
020800     05  FILLER  PIC 9(02) VALUE 31.
020900 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
021000     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
021100 77  DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
021200*-----------------------------------------------------
021300* CYCLE TABLE.  ONE SLOT PER CYCPARM CARD, IN CARD
021400* ORDER, AND THE RUN-ORDER TABLE OF SUBSCRIPTS INTO IT
021500* BUILT FROM THE PREDECESSOR CHAINS: A CYCLE IS PLACED
021600* ONLY AFTER ITS PREDECESSOR.  A PREDECESSOR NOT ON
021700* CYCPARM DOES NOT HOLD ITS SUCCESSOR BACK.
021800*-----------------------------------------------------
021900 01  OPC-CYCLE-TABLE.
022000     05  OPC-CYC-ENTRY OCCURS 50 TIMES.
022100         10  OPC-CYC-ID           PIC X(08).
022200         10  OPC-CYC-PRED-ID      PIC X(08).
022300         10  OPC-CYC-PRED-MAX-RC  PIC 9(02).
022400         10  OPC-CYC-PRED-SUB     PIC 9(02) COMP.
022500         10  OPC-CYC-PLACED-FLAG  PIC X(01).
022600 01  OPC-RUN-ORDER-TABLE.
022700     05  OPC-ORD-CYC-SUB OCCURS 50 TIMES PIC 9(02) COMP.
022800 77  OPC-CYCLE-COUNT          PIC 9(02) VALUE ZERO.
022900 77  OPC-ORDER-COUNT          PIC 9(02) COMP VALUE ZERO.
023000 77  OPC-CYC-SUB              PIC 9(02) COMP VALUE ZERO.
023100 77  OPC-ORD-SUB              PIC 9(02) COMP VALUE ZERO.
023200 77  OPC-MATCH-SUB            PIC 9(02) COMP VALUE ZERO.
023300 77  OPC-PLACED-THIS-PASS     PIC 9(02) COMP VALUE ZERO.
023400 77  OPC-CYCLE-LOOP-COUNT     PIC 9(02) VALUE ZERO.
023500 77  OPC-RC4-REFUSAL-COUNT    PIC 9(02) COMP VALUE ZERO.
023600 77  OPC-SEARCH-CYCLE-ID      PIC X(08) VALUE SPACES.
023700 77  OPC-CYCLE-EOF-SWITCH     PIC X(01) VALUE 'N'.
023800     88  OPC-CYCLE-EOF                 VALUE 'Y'.
023900*-----------------------------------------------------
024000* MARKET-UNIVERSE TABLE: EVERY DISTINCT MARKET CODE ON
024100* THE CALENDAR, CAPPED AT THE SAME EIGHT SLOTS AS THE
024200* MKTLIST LAYOUT, WITH EACH MARKET'S CLOSED FLAG FOR THE
024300* DAY BEING WALKED.
024400*-----------------------------------------------------
024500 01  OPC-MARKET-UNIVERSE.
024600     05  OPC-MKU-ENTRY OCCURS 8 TIMES.
024700         10  OPC-MKU-CODE         PIC X(03).
024800         10  OPC-MKU-CLOSED-FLAG  PIC X(01).
024900 77  OPC-MARKET-COUNT         PIC 9(02) VALUE ZERO.
025000 77  OPC-MKU-SUB              PIC 9(02) COMP VALUE ZERO.
025100 77  OPC-CLOSED-COUNT         PIC 9(02) VALUE ZERO.
025200 77  OPC-MKU-FOUND-SWITCH     PIC X(01) VALUE 'N'.
025300     88  OPC-MKU-FOUND                 VALUE 'Y'.
025400*-----------------------------------------------------
025500* HOLIDAY-CALENDAR STATE.  THE KEYED CALENDAR IS OPENED
025600* ONCE AND EACH WALKED DAY IS READ WITH ONE POSITIONED
025700* START AND AS MANY READ NEXTS AS THE DATE HAS ENTRIES.
025800*-----------------------------------------------------
025900 77  OPC-CAL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
026000     88  OPC-CAL-AVAILABLE             VALUE 'Y'.
026100 77  OPC-SCAN-DONE-SWITCH     PIC X(01) VALUE 'N'.
026200     88  OPC-SCAN-DONE                 VALUE 'Y'.
026300 77  OPC-UNIV-EOF-SWITCH      PIC X(01) VALUE 'N'.
026400     88  OPC-UNIV-EOF                  VALUE 'Y'.
026500 77  OPC-ALL-CLOSED-SWITCH    PIC X(01) VALUE 'N'.
026600     88  OPC-ALL-CLOSED                VALUE 'Y'.
026700 77  OPC-DAY-ENTRY-COUNT      PIC 9(02) VALUE ZERO.
026800 77  OPC-DAY-DESCRIPTION      PIC X(20) VALUE SPACES.
026900*-----------------------------------------------------
027000* ONE WALKED DAY'S DISPOSITION.
027100*-----------------------------------------------------
027200 77  OPC-DAY-STATUS           PIC X(01) VALUE SPACE.
027300     88  OPC-DAY-OPEN                  VALUE 'O'.
027400     88  OPC-DAY-PARTIAL               VALUE 'P'.
027500     88  OPC-DAY-HOLIDAY               VALUE 'H'.
027600     88  OPC-DAY-WEEKEND               VALUE 'W'.
027700     88  OPC-BUSINESS-DAY              VALUE 'O' 'P'.
027800 77  OPC-STATUS-TEXT          PIC X(07) VALUE SPACES.
027900 77  OPC-EXPECTED-RC          PIC 9(02) VALUE ZERO.
028000 77  OPC-PERIOD-END-TEXT      PIC X(03) VALUE SPACES.
028100 77  OPC-NEXT-BUS-DATE        PIC 9(08) VALUE ZERO.
028200 77  OPC-NEXT-JUMP-DAYS       PIC 9(03) VALUE ZERO.
028300 77  OPC-PRIOR-GAP-DAYS       PIC 9(03) VALUE ZERO.
028400 77  OPC-NORMAL-GAP-DAYS      PIC 9(03) VALUE ZERO.
028500 77  OPC-LONG-WEEKEND-DAYS    PIC 9(03) VALUE 3.
028600 01  OPC-ATTENTION-CODES.
028700     05  OPC-ATTN-CODE OCCURS 4 TIMES PIC X(04).
028800 77  OPC-ATTN-COUNT           PIC 9(02) COMP VALUE ZERO.
028900 77  OPC-ATTN-SUB             PIC 9(02) COMP VALUE ZERO.
029000 77  OPC-NEW-ATTN-CODE        PIC X(04) VALUE SPACES.
029100*-----------------------------------------------------
029200* REPORT LINE BUILT A PIECE AT A TIME FOR THE MARKET
029300* AND CYCLE LISTS, AND THE NUMBER OF PIECES ON IT.
029400*-----------------------------------------------------
029500 77  OPC-PRINT-LINE           PIC X(80) VALUE SPACES.
029600 77  OPC-PRINT-POINTER        PIC 9(03) COMP VALUE 1.
029700 77  OPC-LINE-ITEM-COUNT      PIC 9(02) COMP VALUE ZERO.
029800 77  OPC-DISPLAY-SEQ          PIC 9(02) VALUE ZERO.
029900*-----------------------------------------------------
030000* RUN TOTALS.
030100*-----------------------------------------------------
030200 77  OPC-DAYS-WALKED          PIC 9(05) VALUE ZERO.
030300 77  OPC-BUSINESS-DAY-COUNT   PIC 9(05) VALUE ZERO.
030400 77  OPC-PARTIAL-DAY-COUNT    PIC 9(05) VALUE ZERO.
030500 77  OPC-CLOSED-DAY-COUNT     PIC 9(05) VALUE ZERO.
030600 77  OPC-ATTENTION-DAY-COUNT  PIC 9(05) VALUE ZERO.
030700 77  OPC-EXTRACT-COUNT        PIC 9(07) VALUE ZERO.
030800*-----------------------------------------------------
030900* FILE STATUS SWITCHES AND RETURN CODE.
031000*-----------------------------------------------------
031100 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
031200 77  HOLIDAY-STATUS           PIC X(02) VALUE '00'.
031300 77  CYCLE-PARM-STATUS        PIC X(02) VALUE '00'.
031400 77  EXTRACT-STATUS           PIC X(02) VALUE '00'.
031500 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
031600 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
031700 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
031800 PROCEDURE DIVISION.
031900*-----------------------------------------------------
032000* 0000-MAINLINE
032100*-----------------------------------------------------
032200 0000-MAINLINE.
032300     MOVE SPACES TO MARKET-LIST.
032400     MOVE ZERO TO MKT-COUNT.
032500     MOVE 'S' TO DTM-OPERATION-CODE.
032600     MOVE ZERO TO DTM-END-YEAR.
032700     MOVE ZERO TO DTM-END-MONTH.
032800     MOVE ZERO TO DTM-END-DAY.
032900     MOVE ZERO TO DTM-BUSDAY-COUNT.
033000     PERFORM 1000-GET-CALENDAR-CARD THRU 1000-EXIT.
033100     IF PROGRAM-RETURN-CODE NOT = ZERO
033200         GO TO 0000-FINISH.
033300     PERFORM 1500-LOAD-CYCLE-PARMS THRU 1500-EXIT.
033400     PERFORM 1600-ORDER-CYCLES THRU 1600-EXIT.
033500     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
033600     IF PROGRAM-RETURN-CODE > 4
033700         GO TO 0000-FINISH.
033800     PERFORM 2500-PRINT-HEADING THRU 2500-EXIT.
033900     PERFORM 3000-WALK-CALENDAR THRU 3000-EXIT.
034000     PERFORM 7000-PRINT-RUN-SUMMARY THRU 7000-EXIT.
034100 0000-FINISH.
034200     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
034300     STOP RUN.
034400*-----------------------------------------------------
034500* 1000-GET-CALENDAR-CARD -- READ THE START DATE AND
034600* NUMBER OF WEEKS FROM SYSIN.  A BLANK START DATE MEANS
034700* TODAY AND BLANK OR ZERO WEEKS MEANS FOUR.  A START
034800* DATE THAT IS NOT A REAL CALENDAR DATE, OR MORE WEEKS
034900* THAN A YEAR, ENDS THE RUN WITH A NON-ZERO RETURN CODE.
035000*-----------------------------------------------------
035100 1000-GET-CALENDAR-CARD.
035200     MOVE 'N' TO OPC-CARD-FOUND-SWITCH.
035300     ACCEPT OPC-TODAY-DATE FROM DATE YYYYMMDD.
035400     MOVE SPACES TO OPSCAL-CARD.
035500     OPEN INPUT SYSIN-FILE.
035600     IF SYSIN-STATUS = '35'
035700         CONTINUE
035800     ELSE
035900         READ SYSIN-FILE
036000             AT END
036100                 CONTINUE
036200             NOT AT END
036300                 MOVE 'Y' TO OPC-CARD-FOUND-SWITCH
036400         END-READ
036500         CLOSE SYSIN-FILE
036600     END-IF.
036700     IF NOT OPC-CARD-FOUND
036800         MOVE SPACES TO OPSCAL-CARD
036900     END-IF.
037000     IF CRD-START-DATE = SPACES
037100         OR CRD-START-DATE = LOW-VALUES
037200         MOVE OPC-TODAY-DATE TO OPC-START-DATE
037300     ELSE
037400         MOVE ZERO TO OPC-CHECK-DATE-8
037500         IF CRD-START-DATE NUMERIC
037600             MOVE CRD-START-DATE TO OPC-CHECK-DATE-8
037700         END-IF
037800         PERFORM 1100-CHECK-CALENDAR-DATE THRU 1100-EXIT
037900         IF NOT OPC-CHECK-VALID
038000             DISPLAY "*** ABEND - START DATE " CRD-START-DATE
038100                 " IS NOT A VALID DATE ***"
038200             MOVE 16 TO PROGRAM-RETURN-CODE
038300             GO TO 1000-EXIT
038400         END-IF
038500         MOVE OPC-CHECK-DATE-8 TO OPC-START-DATE
038600     END-IF.
038700     IF CRD-WEEKS = SPACES
038800         OR CRD-WEEKS = LOW-VALUES
038900         OR CRD-WEEKS = '00'
039000         MOVE OPC-DEFAULT-WEEKS TO OPC-WEEKS
039100     ELSE
039200         IF CRD-WEEKS NOT NUMERIC
039300             DISPLAY "*** ABEND - NUMBER OF WEEKS "
039400                 CRD-WEEKS " IS NOT NUMERIC ***"
039500             MOVE 16 TO PROGRAM-RETURN-CODE
039600             GO TO 1000-EXIT
039700         END-IF
039800         MOVE CRD-WEEKS TO OPC-WEEKS
039900     END-IF.
040000     IF OPC-WEEKS > OPC-MAXIMUM-WEEKS
040100         DISPLAY "*** ABEND - NUMBER OF WEEKS " OPC-WEEKS
040200             " IS MORE THAN " OPC-MAXIMUM-WEEKS " ***"
040300         MOVE 16 TO PROGRAM-RETURN-CODE
040400         GO TO 1000-EXIT
040500     END-IF.
040600     COMPUTE OPC-WALK-INTEGER =
040700         FUNCTION INTEGER-OF-DATE(OPC-START-DATE).
040800     COMPUTE OPC-END-INTEGER =
040900         OPC-WALK-INTEGER + (OPC-WEEKS * 7) - 1.
041000     COMPUTE OPC-END-DATE =
041100         FUNCTION DATE-OF-INTEGER(OPC-END-INTEGER).
041200 1000-EXIT.
041300     EXIT.
041400*-----------------------------------------------------
041500* 1100-CHECK-CALENDAR-DATE -- SET OPC-CHECK-VALID WHEN
041600* OPC-CHECK-DATE-8 IS A REAL CALENDAR DATE INSIDE THE
041700* OPERATIONAL YEAR RANGE.
041800*-----------------------------------------------------
041900 1100-CHECK-CALENDAR-DATE.
042000     MOVE 'N' TO OPC-CHECK-VALID-SWITCH.
042100     IF OPC-CHECK-YEAR < MINIMUM-VALID-YEAR
042200         OR OPC-CHECK-YEAR > MAXIMUM-VALID-YEAR
042300         OR OPC-CHECK-MONTH < 01
042400         OR OPC-CHECK-MONTH > 12
042500         GO TO 1100-EXIT.
042600     MOVE DAYS-IN-MONTH-ENTRY(OPC-CHECK-MONTH)
042700         TO DAYS-IN-MONTH.
042800     IF OPC-CHECK-MONTH = 02
042900         AND ((FUNCTION MOD(OPC-CHECK-YEAR, 4) = 0
043000                 AND FUNCTION MOD(OPC-CHECK-YEAR, 100)
043100                     NOT = 0)
043200             OR FUNCTION MOD(OPC-CHECK-YEAR, 400) = 0)
043300         MOVE 29 TO DAYS-IN-MONTH
043400     END-IF.
043500     IF OPC-CHECK-DAY < 01
043600         OR OPC-CHECK-DAY > DAYS-IN-MONTH
043700         GO TO 1100-EXIT.
043800     SET OPC-CHECK-VALID TO TRUE.
043900 1100-EXIT.
044000     EXIT.
044100*-----------------------------------------------------
044200* 1500-LOAD-CYCLE-PARMS -- TABLE EVERY CYCPARM CARD.
044300* NO CARDS AT ALL MEANS THE DAILYEOD CYCLE ALONE, THE
044400* SAME DEFAULT DATE-PROGRAM TAKES FOR A BLANK CYCLE ID.
044500*-----------------------------------------------------
044600 1500-LOAD-CYCLE-PARMS.
044700     MOVE ZERO TO OPC-CYCLE-COUNT.
044800     MOVE 'N' TO OPC-CYCLE-EOF-SWITCH.
044900     OPEN INPUT CYCLE-PARM-FILE.
045000     IF CYCLE-PARM-STATUS = '35'
045100         CONTINUE
045200     ELSE
045300         PERFORM 1510-READ-CYCLE-PARM THRU 1510-EXIT
045400             UNTIL OPC-CYCLE-EOF
045500         CLOSE CYCLE-PARM-FILE
045600     END-IF.
045700     IF OPC-CYCLE-COUNT = ZERO
045800         MOVE 1 TO OPC-CYCLE-COUNT
045900         MOVE 'DAILYEOD' TO OPC-CYC-ID(1)
046000         MOVE SPACES TO OPC-CYC-PRED-ID(1)
046100         MOVE ZERO TO OPC-CYC-PRED-MAX-RC(1)
046200     END-IF.
046300 1500-EXIT.
046400     EXIT.
046500 1510-READ-CYCLE-PARM.
046600     READ CYCLE-PARM-FILE
046700         AT END
046800             SET OPC-CYCLE-EOF TO TRUE
046900             GO TO 1510-EXIT
047000     END-READ.
047100     IF CYP-CYCLE-ID = SPACES
047200         GO TO 1510-EXIT.
047300     IF OPC-CYCLE-COUNT NOT < 50
047400         DISPLAY "*** WARNING - MORE THAN 50 CYCPARM CARDS - "
047500             "CYCLE " CYP-CYCLE-ID " NOT PLANNED ***"
047600         GO TO 1510-EXIT.
047700     ADD 1 TO OPC-CYCLE-COUNT.
047800     MOVE CYP-CYCLE-ID      TO OPC-CYC-ID(OPC-CYCLE-COUNT).
047900     MOVE CYP-PRED-CYCLE-ID
048000         TO OPC-CYC-PRED-ID(OPC-CYCLE-COUNT).
048100     IF CYP-PRED-MAX-RC NUMERIC
048200         MOVE CYP-PRED-MAX-RC
048300             TO OPC-CYC-PRED-MAX-RC(OPC-CYCLE-COUNT)
048400     ELSE
048500         MOVE ZERO TO OPC-CYC-PRED-MAX-RC(OPC-CYCLE-COUNT)
048600     END-IF.
048700 1510-EXIT.
048800     EXIT.
048900*-----------------------------------------------------
049000* 1600-ORDER-CYCLES -- BUILD THE RUN ORDER.  EACH PASS
049100* PLACES EVERY CYCLE WHOSE PREDECESSOR IS NONE, IS NOT
049200* ON CYCPARM, OR IS ALREADY PLACED.  WHEN A PASS PLACES
049300* NOTHING THE CYCLES LEFT NAME EACH OTHER IN A LOOP:
049400* THEY ARE WARNED AND PLACED LAST IN CARD ORDER.  A
049500* SUCCESSOR THAT ALLOWS ITS PREDECESSOR LESS THAN RC 4
049600* IS COUNTED, SINCE A PARTIAL-CLOSURE DAY WILL REFUSE IT.
049700*-----------------------------------------------------
049800 1600-ORDER-CYCLES.
049900     MOVE ZERO TO OPC-ORDER-COUNT.
050000     MOVE ZERO TO OPC-RC4-REFUSAL-COUNT.
050100     PERFORM 1610-LINK-PREDECESSOR THRU 1610-EXIT
050200         VARYING OPC-CYC-SUB FROM 1 BY 1
050300         UNTIL OPC-CYC-SUB > OPC-CYCLE-COUNT.
050400     MOVE 1 TO OPC-PLACED-THIS-PASS.
050500     PERFORM 1630-ORDER-ONE-PASS THRU 1630-EXIT
050600         UNTIL OPC-PLACED-THIS-PASS = ZERO
050700             OR OPC-ORDER-COUNT NOT < OPC-CYCLE-COUNT.
050800     MOVE ZERO TO OPC-CYCLE-LOOP-COUNT.
050900     PERFORM 1650-PLACE-LEFTOVER THRU 1650-EXIT
051000         VARYING OPC-CYC-SUB FROM 1 BY 1
051100         UNTIL OPC-CYC-SUB > OPC-CYCLE-COUNT.
051200 1600-EXIT.
051300     EXIT.
051400*-----------------------------------------------------
051500* 1610-LINK-PREDECESSOR -- FIND ONE CYCLE'S PREDECESSOR
051600* IN THE TABLE AND KEEP ITS SUBSCRIPT (ZERO WHEN THERE
051700* IS NONE OR IT IS NOT ON CYCPARM).
051800*-----------------------------------------------------
051900 1610-LINK-PREDECESSOR.
052000     MOVE 'N' TO OPC-CYC-PLACED-FLAG(OPC-CYC-SUB).
052100     MOVE ZERO TO OPC-CYC-PRED-SUB(OPC-CYC-SUB).
052200     IF OPC-CYC-PRED-ID(OPC-CYC-SUB) = SPACES
052300         GO TO 1610-EXIT.
052400     MOVE OPC-CYC-PRED-ID(OPC-CYC-SUB) TO OPC-SEARCH-CYCLE-ID.
052500     PERFORM 1620-FIND-CYCLE THRU 1620-EXIT.
052600     MOVE OPC-MATCH-SUB TO OPC-CYC-PRED-SUB(OPC-CYC-SUB).
052700     IF OPC-MATCH-SUB = ZERO
052800         DISPLAY "*** WARNING - CYCLE " OPC-CYC-ID(OPC-CYC-SUB)
052900             " NAMES PREDECESSOR " OPC-CYC-PRED-ID(OPC-CYC-SUB)
053000             " WHICH IS NOT ON CYCPARM ***"
053100     END-IF.
053200     IF OPC-CYC-PRED-MAX-RC(OPC-CYC-SUB) < 4
053300         ADD 1 TO OPC-RC4-REFUSAL-COUNT
053400     END-IF.
053500 1610-EXIT.
053600     EXIT.
053700*-----------------------------------------------------
053800* 1620-FIND-CYCLE -- SUBSCRIPT OF OPC-SEARCH-CYCLE-ID IN
053900* THE CYCLE TABLE INTO OPC-MATCH-SUB, ZERO IF ABSENT.
054000*-----------------------------------------------------
054100 1620-FIND-CYCLE.
054200     MOVE ZERO TO OPC-MATCH-SUB.
054300     PERFORM 1625-MATCH-ONE-CYCLE THRU 1625-EXIT
054400         VARYING OPC-ORD-SUB FROM 1 BY 1
054500         UNTIL OPC-ORD-SUB > OPC-CYCLE-COUNT
054600             OR OPC-MATCH-SUB NOT = ZERO.
054700 1620-EXIT.
054800     EXIT.
054900 1625-MATCH-ONE-CYCLE.
055000     IF OPC-CYC-ID(OPC-ORD-SUB) = OPC-SEARCH-CYCLE-ID
055100         MOVE OPC-ORD-SUB TO OPC-MATCH-SUB
055200     END-IF.
055300 1625-EXIT.
055400     EXIT.
055500 1630-ORDER-ONE-PASS.
055600     MOVE ZERO TO OPC-PLACED-THIS-PASS.
055700     PERFORM 1640-PLACE-IF-READY THRU 1640-EXIT
055800         VARYING OPC-CYC-SUB FROM 1 BY 1
055900         UNTIL OPC-CYC-SUB > OPC-CYCLE-COUNT.
056000 1630-EXIT.
056100     EXIT.
056200 1640-PLACE-IF-READY.
056300     IF OPC-CYC-PLACED-FLAG(OPC-CYC-SUB) = 'Y'
056400         GO TO 1640-EXIT.
056500     IF OPC-CYC-PRED-SUB(OPC-CYC-SUB) NOT = ZERO
056600         IF OPC-CYC-PLACED-FLAG(OPC-CYC-PRED-SUB(OPC-CYC-SUB))
056700                 NOT = 'Y'
056800             GO TO 1640-EXIT
056900         END-IF
057000     END-IF.
057100     MOVE 'Y' TO OPC-CYC-PLACED-FLAG(OPC-CYC-SUB).
057200     ADD 1 TO OPC-ORDER-COUNT.
057300     MOVE OPC-CYC-SUB TO OPC-ORD-CYC-SUB(OPC-ORDER-COUNT).
057400     ADD 1 TO OPC-PLACED-THIS-PASS.
057500 1640-EXIT.
057600     EXIT.
057700 1650-PLACE-LEFTOVER.
057800     IF OPC-CYC-PLACED-FLAG(OPC-CYC-SUB) = 'Y'
057900         GO TO 1650-EXIT.
058000     DISPLAY "*** WARNING - CYCLE " OPC-CYC-ID(OPC-CYC-SUB)
058100         " IS IN A PREDECESSOR LOOP - PLACED LAST ***".
058200     MOVE 'Y' TO OPC-CYC-PLACED-FLAG(OPC-CYC-SUB).
058300     ADD 1 TO OPC-ORDER-COUNT.
058400     MOVE OPC-CYC-SUB TO OPC-ORD-CYC-SUB(OPC-ORDER-COUNT).
058500     ADD 1 TO OPC-CYCLE-LOOP-COUNT.
058600     MOVE 4 TO PROGRAM-RETURN-CODE.
058700 1650-EXIT.
058800     EXIT.
058900*-----------------------------------------------------
059000* 2000-OPEN-FILES -- OPEN THE KEYED CALENDAR AND TABLE
059100* ITS MARKET UNIVERSE, THEN OPEN THE EXTRACT.  A MISSING
059200* CALENDAR SIMPLY MEANS NO HOLIDAYS.
059300*-----------------------------------------------------
059400 2000-OPEN-FILES.
059500     MOVE 'N' TO OPC-CAL-AVAIL-SWITCH.
059600     MOVE ZERO TO OPC-MARKET-COUNT.
059700     OPEN INPUT HOLIDAY-FILE.
059800     IF HOLIDAY-STATUS = '35'
059900         CONTINUE
060000     ELSE
060100         SET OPC-CAL-AVAILABLE TO TRUE
060200         MOVE 'N' TO OPC-UNIV-EOF-SWITCH
060300         PERFORM 2100-READ-UNIV-RECORD THRU 2100-EXIT
060400             UNTIL OPC-UNIV-EOF
060500     END-IF.
060600     OPEN OUTPUT CALENDAR-EXTRACT-FILE.
060700     IF EXTRACT-STATUS NOT = '00'
060800         DISPLAY "*** ABEND - OPSCALX EXTRACT WILL NOT OPEN - "
060900             "STATUS " EXTRACT-STATUS " ***"
061000         MOVE 16 TO PROGRAM-RETURN-CODE
061100     END-IF.
061200 2000-EXIT.
061300     EXIT.
061400 2100-READ-UNIV-RECORD.
061500     READ HOLIDAY-FILE NEXT RECORD
061600         AT END
061700             SET OPC-UNIV-EOF TO TRUE
061800             GO TO 2100-EXIT
061900     END-READ.
062000     IF HOL-MARKET-CODE NOT = SPACES
062100         PERFORM 2150-TABLE-ONE-MARKET THRU 2150-EXIT
062200     END-IF.
062300 2100-EXIT.
062400     EXIT.
062500*-----------------------------------------------------
062600* 2150-TABLE-ONE-MARKET -- PLACE A CALENDAR ENTRY'S
062700* MARKET CODE IN THE MARKET-UNIVERSE TABLE IF IT IS NOT
062800* ALREADY THERE.
062900*-----------------------------------------------------
063000 2150-TABLE-ONE-MARKET.
063100     MOVE 'N' TO OPC-MKU-FOUND-SWITCH.
063200     PERFORM 2160-MATCH-UNIV-MARKET THRU 2160-EXIT
063300         VARYING OPC-MKU-SUB FROM 1 BY 1
063400         UNTIL OPC-MKU-SUB > OPC-MARKET-COUNT
063500             OR OPC-MKU-FOUND.
063600     IF OPC-MKU-FOUND
063700         GO TO 2150-EXIT.
063800     IF OPC-MARKET-COUNT NOT < 8
063900         DISPLAY "*** WARNING - CALENDAR NAMES MORE "
064000             "THAN 8 MARKETS - MARKET " HOL-MARKET-CODE
064100             " NOT TRACKED ***"
064200         GO TO 2150-EXIT.
064300     ADD 1 TO OPC-MARKET-COUNT.
064400     MOVE HOL-MARKET-CODE TO OPC-MKU-CODE(OPC-MARKET-COUNT).
064500     MOVE 'N' TO OPC-MKU-CLOSED-FLAG(OPC-MARKET-COUNT).
064600 2150-EXIT.
064700     EXIT.
064800 2160-MATCH-UNIV-MARKET.
064900     IF OPC-MKU-CODE(OPC-MKU-SUB) = HOL-MARKET-CODE
065000         SET OPC-MKU-FOUND TO TRUE
065100     END-IF.
065200 2160-EXIT.
065300     EXIT.
065400*-----------------------------------------------------
065500* 2500-PRINT-HEADING -- REPORT BANNER, PLANNING WINDOW,
065600* AND THE CYCLE RUN ORDER EVERY BUSINESS DAY FOLLOWS.
065700*-----------------------------------------------------
065800 2500-PRINT-HEADING.
065900     DISPLAY "=========================================".
066000     DISPLAY "      FORWARD OPERATIONS CALENDAR        ".
066100     DISPLAY "=========================================".
066200     DISPLAY "START DATE. . . . . . . : " OPC-START-DATE.
066300     DISPLAY "END DATE. . . . . . . . : " OPC-END-DATE.
066400     DISPLAY "WEEKS . . . . . . . . . : " OPC-WEEKS.
066500     DISPLAY "MARKETS ON CALENDAR . . : " OPC-MARKET-COUNT.
066600     DISPLAY "CYCLES ON CYCPARM . . . : " OPC-CYCLE-COUNT.
066700     DISPLAY "-----------------------------------------".
066800     DISPLAY "CYCLE RUN ORDER (PREDECESSOR FIRST)".
066900     PERFORM 2510-PRINT-ONE-ORDER-LINE THRU 2510-EXIT
067000         VARYING OPC-ORD-SUB FROM 1 BY 1
067100         UNTIL OPC-ORD-SUB > OPC-ORDER-COUNT.
067200     DISPLAY "-----------------------------------------".
067300     DISPLAY "STATUS: OPEN = ALL MARKETS OPEN, PARTIAL = "
067400         "SOME CLOSED (RC 4),".
067500     DISPLAY "        HOLIDAY/WEEKEND = NO SETTLEMENT (RC 8).  "
067600         "PERIOD END M/Q/Y.".
067700     DISPLAY "=========================================".
067800 2500-EXIT.
067900     EXIT.
068000 2510-PRINT-ONE-ORDER-LINE.
068100     MOVE OPC-ORD-CYC-SUB(OPC-ORD-SUB) TO OPC-CYC-SUB.
068200     MOVE OPC-ORD-SUB TO OPC-DISPLAY-SEQ.
068300     IF OPC-CYC-PRED-ID(OPC-CYC-SUB) = SPACES
068400         DISPLAY "  " OPC-DISPLAY-SEQ " " OPC-CYC-ID(OPC-CYC-SUB)
068500             "  NO PREDECESSOR"
068600     ELSE
068700         DISPLAY "  " OPC-DISPLAY-SEQ " " OPC-CYC-ID(OPC-CYC-SUB)
068800             "  AFTER " OPC-CYC-PRED-ID(OPC-CYC-SUB)
068900             " (ALLOWED RC " OPC-CYC-PRED-MAX-RC(OPC-CYC-SUB)
069000             ")"
069100     END-IF.
069200 2510-EXIT.
069300     EXIT.
069400*-----------------------------------------------------
069500* 3000-WALK-CALENDAR -- WALK EVERY CALENDAR DAY OF THE
069550* PLANNING WINDOW IN INTEGER-DATE FORM.  A FAILED EXTRACT
069600* WRITE STOPS THE WALK.
069700*-----------------------------------------------------
069800 3000-WALK-CALENDAR.
069900     PERFORM 3100-PROCESS-ONE-DAY THRU 3100-EXIT
069950         UNTIL OPC-WALK-INTEGER > OPC-END-INTEGER
070000             OR PROGRAM-RETURN-CODE > 4.
070100     CLOSE CALENDAR-EXTRACT-FILE.
070200     IF OPC-CAL-AVAILABLE
070300         CLOSE HOLIDAY-FILE
070400     END-IF.
070500 3000-EXIT.
070600     EXIT.
070700*-----------------------------------------------------
070800* 3100-PROCESS-ONE-DAY -- WORK OUT ONE DAY'S MARKET
070900* STATE, FISCAL FLAGS, NEXT BUSINESS DAY AND ATTENTION
071000* FLAGS, PRINT IT AND WRITE ITS EXTRACT RECORDS, THEN
071100* STEP TO THE NEXT CALENDAR DAY.
071200*-----------------------------------------------------
071300 3100-PROCESS-ONE-DAY.
071400     COMPUTE OPC-WALK-DATE-8 =
071500         FUNCTION DATE-OF-INTEGER(OPC-WALK-INTEGER).
071600     COMPUTE OPC-DOW-NUMBER =
071700         FUNCTION MOD(OPC-WALK-INTEGER, 7).
071800     MOVE OPC-WALK-YEAR  TO YEAR OF OPC-INPUT-DATE.
071900     MOVE OPC-WALK-MONTH TO MONTH OF OPC-INPUT-DATE.
072000     MOVE OPC-WALK-DAY   TO DA OF OPC-INPUT-DATE.
072100     ADD 1 TO OPC-DAYS-WALKED.
072200     PERFORM 3200-CHECK-HOLIDAY THRU 3200-EXIT.
072300     PERFORM 3300-CLASSIFY-DAY THRU 3300-EXIT.
072400     CALL "FISCFLAG" USING OPC-INPUT-DATE, FISCAL-FLAGS.
072500     MOVE '---' TO OPC-PERIOD-END-TEXT.
072600     IF FF-IS-MONTH-END
072700         MOVE 'M' TO OPC-PERIOD-END-TEXT(1:1)
072800     END-IF.
072900     IF FF-IS-QUARTER-END
073000         MOVE 'Q' TO OPC-PERIOD-END-TEXT(2:1)
073100     END-IF.
073200     IF FF-IS-YEAR-END
073300         MOVE 'Y' TO OPC-PERIOD-END-TEXT(3:1)
073400     END-IF.
073500     MOVE ZERO TO OPC-NEXT-BUS-DATE.
073600     MOVE ZERO TO OPC-NEXT-JUMP-DAYS.
073700     IF OPC-BUSINESS-DAY
073800         MOVE +1 TO OPC-DAY-DELTA
073900         PERFORM 6600-CALL-DATE-MATH THRU 6600-EXIT
074000         MOVE OPC-WORK-DATE-8 TO OPC-NEXT-BUS-DATE
074100         COMPUTE OPC-NEXT-JUMP-DAYS =
074200             FUNCTION INTEGER-OF-DATE(OPC-NEXT-BUS-DATE)
074300             - OPC-WALK-INTEGER
074400     END-IF.
074500     PERFORM 3500-CHECK-ATTENTION THRU 3500-EXIT.
074600     PERFORM 3600-PRINT-DAY THRU 3600-EXIT.
074700     PERFORM 3700-WRITE-EXTRACT THRU 3700-EXIT
074800         VARYING OPC-ORD-SUB FROM 1 BY 1
074850         UNTIL OPC-ORD-SUB > OPC-ORDER-COUNT
074900             OR PROGRAM-RETURN-CODE > 4.
075000     ADD 1 TO OPC-WALK-INTEGER.
075100 3100-EXIT.
075200     EXIT.
075300*-----------------------------------------------------
075400* 3200-CHECK-HOLIDAY -- READ EVERY CALENDAR ENTRY FOR
075500* THE WALK DATE: POSITION AT THE DATE'S KEY RANGE AND
075600* READ FORWARD UNTIL THE DATE CHANGES.  A BLANK-MARKET
075700* ENTRY CLOSES EVERY MARKET; ANY OTHER CLOSES ITS OWN.
075800*-----------------------------------------------------
075900 3200-CHECK-HOLIDAY.
076000     MOVE ZERO TO OPC-DAY-ENTRY-COUNT.
076100     MOVE SPACES TO OPC-DAY-DESCRIPTION.
076200     MOVE 'N' TO OPC-ALL-CLOSED-SWITCH.
076300     PERFORM 3205-OPEN-ONE-MARKET THRU 3205-EXIT
076400         VARYING OPC-MKU-SUB FROM 1 BY 1
076500         UNTIL OPC-MKU-SUB > OPC-MARKET-COUNT.
076600     IF NOT OPC-CAL-AVAILABLE
076700         GO TO 3200-EXIT.
076800     MOVE OPC-WALK-YEAR  TO HOL-YEAR.
076900     MOVE OPC-WALK-MONTH TO HOL-MONTH.
077000     MOVE OPC-WALK-DAY   TO HOL-DAY.
077100     MOVE LOW-VALUES     TO HOL-MARKET-CODE.
077200     MOVE 'N' TO OPC-SCAN-DONE-SWITCH.
077300     START HOLIDAY-FILE KEY NOT < HOL-KEY
077400         INVALID KEY
077500             SET OPC-SCAN-DONE TO TRUE
077600     END-START.
077700     PERFORM 3210-READ-DAY-ENTRY THRU 3210-EXIT
077800         UNTIL OPC-SCAN-DONE.
077900 3200-EXIT.
078000     EXIT.
078100 3205-OPEN-ONE-MARKET.
078200     MOVE 'N' TO OPC-MKU-CLOSED-FLAG(OPC-MKU-SUB).
078300 3205-EXIT.
078400     EXIT.
078500 3210-READ-DAY-ENTRY.
078600     READ HOLIDAY-FILE NEXT RECORD
078700         AT END
078800             SET OPC-SCAN-DONE TO TRUE
078900             GO TO 3210-EXIT
079000     END-READ.
079100     IF HOL-YEAR NOT = OPC-WALK-YEAR
079200         OR HOL-MONTH NOT = OPC-WALK-MONTH
079300         OR HOL-DAY NOT = OPC-WALK-DAY
079400         SET OPC-SCAN-DONE TO TRUE
079500         GO TO 3210-EXIT.
079600     ADD 1 TO OPC-DAY-ENTRY-COUNT.
079700     IF OPC-DAY-ENTRY-COUNT = 1
079800         MOVE HOL-DESCRIPTION TO OPC-DAY-DESCRIPTION
079900     END-IF.
080000     IF HOL-MARKET-CODE = SPACES
080100         SET OPC-ALL-CLOSED TO TRUE
080200     ELSE
080300         PERFORM 3220-MARK-ONE-SLOT THRU 3220-EXIT
080400             VARYING OPC-MKU-SUB FROM 1 BY 1
080500             UNTIL OPC-MKU-SUB > OPC-MARKET-COUNT
080600     END-IF.
080700 3210-EXIT.
080800     EXIT.
080900 3220-MARK-ONE-SLOT.
081000     IF OPC-MKU-CODE(OPC-MKU-SUB) = HOL-MARKET-CODE
081100         MOVE 'Y' TO OPC-MKU-CLOSED-FLAG(OPC-MKU-SUB)
081200     END-IF.
081300 3220-EXIT.
081400     EXIT.
081500*-----------------------------------------------------
081600* 3300-CLASSIFY-DAY -- THE SAME DISPOSITION DATE-PROGRAM
081700* WILL REACH FOR THE DAY: A WEEKEND OR A DAY WITH EVERY
081800* MARKET CLOSED ENDS RC 8 AND SKIPS SETTLEMENT; A DAY
081900* WITH SOME MARKETS CLOSED IS A PARTIAL CLOSURE AND ENDS
082000* RC 4; ANY OTHER DAY IS OPEN.
082100*-----------------------------------------------------
082200 3300-CLASSIFY-DAY.
082300     IF OPC-DOW-NUMBER = 0 OR OPC-DOW-NUMBER = 6
082400         SET OPC-ALL-CLOSED TO TRUE
082500     END-IF.
082600     IF OPC-ALL-CLOSED
082700         PERFORM 3310-CLOSE-ONE-SLOT THRU 3310-EXIT
082800             VARYING OPC-MKU-SUB FROM 1 BY 1
082900             UNTIL OPC-MKU-SUB > OPC-MARKET-COUNT
083000     END-IF.
083100     MOVE ZERO TO OPC-CLOSED-COUNT.
083200     PERFORM 3320-COUNT-CLOSED-MARKET THRU 3320-EXIT
083300         VARYING OPC-MKU-SUB FROM 1 BY 1
083400         UNTIL OPC-MKU-SUB > OPC-MARKET-COUNT.
083500     IF OPC-DOW-NUMBER = 0 OR OPC-DOW-NUMBER = 6
083600         SET OPC-DAY-WEEKEND TO TRUE
083700         MOVE 'WEEKEND' TO OPC-STATUS-TEXT
083800         MOVE 8 TO OPC-EXPECTED-RC
083900     ELSE
084000         IF OPC-DAY-ENTRY-COUNT = ZERO
084100             SET OPC-DAY-OPEN TO TRUE
084200             MOVE 'OPEN' TO OPC-STATUS-TEXT
084300             MOVE ZERO TO OPC-EXPECTED-RC
084400         ELSE
084500             IF OPC-ALL-CLOSED
084600                 OR OPC-MARKET-COUNT = ZERO
084700                 OR OPC-CLOSED-COUNT = OPC-MARKET-COUNT
084800                 SET OPC-DAY-HOLIDAY TO TRUE
084900                 MOVE 'HOLIDAY' TO OPC-STATUS-TEXT
085000                 MOVE 8 TO OPC-EXPECTED-RC
085100             ELSE
085200                 SET OPC-DAY-PARTIAL TO TRUE
085300                 MOVE 'PARTIAL' TO OPC-STATUS-TEXT
085400                 MOVE 4 TO OPC-EXPECTED-RC
085500             END-IF
085600         END-IF
085700     END-IF.
085800     IF OPC-BUSINESS-DAY
085900         ADD 1 TO OPC-BUSINESS-DAY-COUNT
086000     ELSE
086100         ADD 1 TO OPC-CLOSED-DAY-COUNT
086200     END-IF.
086300     IF OPC-DAY-PARTIAL
086400         ADD 1 TO OPC-PARTIAL-DAY-COUNT
086500     END-IF.
086600 3300-EXIT.
086700     EXIT.
086800 3310-CLOSE-ONE-SLOT.
086900     MOVE 'Y' TO OPC-MKU-CLOSED-FLAG(OPC-MKU-SUB).
087000 3310-EXIT.
087100     EXIT.
087200 3320-COUNT-CLOSED-MARKET.
087300     IF OPC-MKU-CLOSED-FLAG(OPC-MKU-SUB) = 'Y'
087400         ADD 1 TO OPC-CLOSED-COUNT
087500     END-IF.
087600 3320-EXIT.
087700     EXIT.
087800*-----------------------------------------------------
087900* 3500-CHECK-ATTENTION -- FLAG THE DAY FOR THE PLANNERS:
088000*   PART  PARTIAL CLOSURE -- EVERY CYCLE ENDS RC 4.
088100*   PEAH  PERIOD END ON THE BUSINESS DAY AFTER A HOLIDAY
088200*         (THE PRIOR-BUSINESS-DAY STAMP SKIPS A WEEKDAY).
088300*   PECL  PERIOD END ON A DAY NOTHING SETTLES.
088400*   LWKD  LONG WEEKEND -- THE NEXT-BUSINESS-DAY STAMP
088500*         JUMPS MORE THAN THREE CALENDAR DAYS.
088600*-----------------------------------------------------
088700 3500-CHECK-ATTENTION.
088800     MOVE SPACES TO OPC-ATTENTION-CODES.
088900     MOVE ZERO TO OPC-ATTN-COUNT.
089000     IF OPC-DAY-PARTIAL
089100         MOVE 'PART' TO OPC-NEW-ATTN-CODE
089200         PERFORM 3550-ADD-ATTENTION-CODE THRU 3550-EXIT
089300     END-IF.
089400     IF OPC-PERIOD-END-TEXT NOT = '---'
089500         IF OPC-BUSINESS-DAY
089600             PERFORM 3510-CHECK-AFTER-HOLIDAY THRU 3510-EXIT
089700         ELSE
089800             MOVE 'PECL' TO OPC-NEW-ATTN-CODE
089900             PERFORM 3550-ADD-ATTENTION-CODE THRU 3550-EXIT
090000         END-IF
090100     END-IF.
090200     IF OPC-BUSINESS-DAY
090300         AND OPC-NEXT-JUMP-DAYS > OPC-LONG-WEEKEND-DAYS
090400         MOVE 'LWKD' TO OPC-NEW-ATTN-CODE
090500         PERFORM 3550-ADD-ATTENTION-CODE THRU 3550-EXIT
090600     END-IF.
090700     IF OPC-ATTN-COUNT > ZERO
090800         ADD 1 TO OPC-ATTENTION-DAY-COUNT
090900         IF PROGRAM-RETURN-CODE < 4
091000             MOVE 4 TO PROGRAM-RETURN-CODE
091100         END-IF
091200     END-IF.
091300 3500-EXIT.
091400     EXIT.
091500*-----------------------------------------------------
091600* 3510-CHECK-AFTER-HOLIDAY -- STEP BACK ONE BUSINESS DAY
091700* AND COMPARE THE GAP WITH AN ORDINARY ONE: ONE DAY, OR
091800* THREE FROM A MONDAY BACK TO THE FRIDAY.  A LONGER GAP
091900* MEANS A HOLIDAY FELL JUST BEFORE THE PERIOD END.
092000*-----------------------------------------------------
092100 3510-CHECK-AFTER-HOLIDAY.
092200     MOVE -1 TO OPC-DAY-DELTA.
092300     PERFORM 6600-CALL-DATE-MATH THRU 6600-EXIT.
092400     COMPUTE OPC-PRIOR-GAP-DAYS = OPC-WALK-INTEGER
092500         - FUNCTION INTEGER-OF-DATE(OPC-WORK-DATE-8).
092600     IF OPC-DOW-NUMBER = 1
092700         MOVE 3 TO OPC-NORMAL-GAP-DAYS
092800     ELSE
092900         MOVE 1 TO OPC-NORMAL-GAP-DAYS
093000     END-IF.
093100     IF OPC-PRIOR-GAP-DAYS > OPC-NORMAL-GAP-DAYS
093200         MOVE 'PEAH' TO OPC-NEW-ATTN-CODE
093300         PERFORM 3550-ADD-ATTENTION-CODE THRU 3550-EXIT
093400     END-IF.
093500 3510-EXIT.
093600     EXIT.
093700 3550-ADD-ATTENTION-CODE.
093800     IF OPC-ATTN-COUNT NOT < 4
093900         GO TO 3550-EXIT.
094000     ADD 1 TO OPC-ATTN-COUNT.
094100     MOVE OPC-NEW-ATTN-CODE TO OPC-ATTN-CODE(OPC-ATTN-COUNT).
094200 3550-EXIT.
094300     EXIT.
094400*-----------------------------------------------------
094500* 3600-PRINT-DAY -- THE DAY LINE, ITS MARKET LINE, ITS
094600* CYCLE LINE(S), AND ONE WARNING PER ATTENTION FLAG.
094700*-----------------------------------------------------
094800 3600-PRINT-DAY.
094900     IF OPC-BUSINESS-DAY
095000         DISPLAY OPC-WALK-DATE-8 " "
095100             DOW-NAME-ENTRY(OPC-DOW-NUMBER + 1) " "
095200             OPC-STATUS-TEXT " RC " OPC-EXPECTED-RC
095300             "  PERIOD END " OPC-PERIOD-END-TEXT
095400             "  NEXT BUS " OPC-NEXT-BUS-DATE
095500             " (+" OPC-NEXT-JUMP-DAYS ")"
095600     ELSE
095700         DISPLAY OPC-WALK-DATE-8 " "
095800             DOW-NAME-ENTRY(OPC-DOW-NUMBER + 1) " "
095900             OPC-STATUS-TEXT " RC " OPC-EXPECTED-RC
096000             "  PERIOD END " OPC-PERIOD-END-TEXT
096100             "  " OPC-DAY-DESCRIPTION
096200     END-IF.
096300     IF OPC-MARKET-COUNT > ZERO
096400         MOVE SPACES TO OPC-PRINT-LINE
096500         MOVE 1 TO OPC-PRINT-POINTER
096600         STRING "         MARKETS " DELIMITED BY SIZE
096700             INTO OPC-PRINT-LINE
096800             WITH POINTER OPC-PRINT-POINTER
096900         END-STRING
097000         PERFORM 3610-PUT-ONE-MARKET THRU 3610-EXIT
097100             VARYING OPC-MKU-SUB FROM 1 BY 1
097200             UNTIL OPC-MKU-SUB > OPC-MARKET-COUNT
097300         DISPLAY OPC-PRINT-LINE
097400     END-IF.
097500     IF OPC-BUSINESS-DAY
097600         MOVE SPACES TO OPC-PRINT-LINE
097700         MOVE 1 TO OPC-PRINT-POINTER
097800         MOVE ZERO TO OPC-LINE-ITEM-COUNT
097900         STRING "         CYCLES  " DELIMITED BY SIZE
098000             INTO OPC-PRINT-LINE
098100             WITH POINTER OPC-PRINT-POINTER
098200         END-STRING
098300         PERFORM 3620-PUT-ONE-CYCLE THRU 3620-EXIT
098400             VARYING OPC-ORD-SUB FROM 1 BY 1
098500             UNTIL OPC-ORD-SUB > OPC-ORDER-COUNT
098600         IF OPC-LINE-ITEM-COUNT > ZERO
098700             DISPLAY OPC-PRINT-LINE
098800         END-IF
098900     ELSE
099000         DISPLAY "         CYCLES  NONE - DATE STAMP ENDS RC "
099100             OPC-EXPECTED-RC ", SETTLEMENT STEPS SKIPPED"
099200     END-IF.
099300     PERFORM 3630-PRINT-ONE-ATTENTION THRU 3630-EXIT
099400         VARYING OPC-ATTN-SUB FROM 1 BY 1
099500         UNTIL OPC-ATTN-SUB > OPC-ATTN-COUNT.
099600 3600-EXIT.
099700     EXIT.
099800 3610-PUT-ONE-MARKET.
099900     IF OPC-MKU-CLOSED-FLAG(OPC-MKU-SUB) = 'Y'
100000         STRING OPC-MKU-CODE(OPC-MKU-SUB) " CLOSED  "
100100             DELIMITED BY SIZE
100200             INTO OPC-PRINT-LINE
100300             WITH POINTER OPC-PRINT-POINTER
100400         END-STRING
100500     ELSE
100600         STRING OPC-MKU-CODE(OPC-MKU-SUB) " OPEN    "
100700             DELIMITED BY SIZE
100800             INTO OPC-PRINT-LINE
100900             WITH POINTER OPC-PRINT-POINTER
101000         END-STRING
101100     END-IF.
101200 3610-EXIT.
101300     EXIT.
101400*-----------------------------------------------------
101500* 3620-PUT-ONE-CYCLE -- ADD "NN CYCLEID" TO THE CYCLE
101600* LINE, PRINTING AND STARTING A FRESH LINE EVERY FIVE.
101700*-----------------------------------------------------
101800 3620-PUT-ONE-CYCLE.
101900     IF OPC-LINE-ITEM-COUNT NOT < 5
102000         DISPLAY OPC-PRINT-LINE
102100         MOVE SPACES TO OPC-PRINT-LINE
102200         MOVE 18 TO OPC-PRINT-POINTER
102300         MOVE ZERO TO OPC-LINE-ITEM-COUNT
102400     END-IF.
102500     MOVE OPC-ORD-SUB TO OPC-DISPLAY-SEQ.
102600     STRING OPC-DISPLAY-SEQ " "
102700         OPC-CYC-ID(OPC-ORD-CYC-SUB(OPC-ORD-SUB)) "  "
102800         DELIMITED BY SIZE
102900         INTO OPC-PRINT-LINE
103000         WITH POINTER OPC-PRINT-POINTER
103100     END-STRING.
103200     ADD 1 TO OPC-LINE-ITEM-COUNT.
103300 3620-EXIT.
103400     EXIT.
103500*-----------------------------------------------------
103600* 3630-PRINT-ONE-ATTENTION -- ONE WARNING LINE PER FLAG.
103700* A PARTIAL CLOSURE ALSO NAMES EVERY CYCLE WHOSE
103800* PREDECESSOR RULE WILL NOT ACCEPT RC 4, SINCE THAT
103900* CYCLE WILL BE REFUSED ON THE NEXT BUSINESS DAY.
104000*-----------------------------------------------------
104100 3630-PRINT-ONE-ATTENTION.
104200     IF OPC-ATTN-CODE(OPC-ATTN-SUB) = 'PART'
104300         DISPLAY "         *** ATTENTION - PART - "
104400             OPC-CLOSED-COUNT " OF " OPC-MARKET-COUNT
104500             " MARKETS CLOSED - CYCLES END RC 04 ***"
104600         IF OPC-RC4-REFUSAL-COUNT > ZERO
104700             PERFORM 3640-WARN-RC4-REFUSAL THRU 3640-EXIT
104800                 VARYING OPC-MATCH-SUB FROM 1 BY 1
104900                 UNTIL OPC-MATCH-SUB > OPC-CYCLE-COUNT
105000         END-IF
105100     END-IF.
105200     IF OPC-ATTN-CODE(OPC-ATTN-SUB) = 'PEAH'
105300         DISPLAY "         *** ATTENTION - PEAH - PERIOD END "
105400             "ON THE FIRST BUSINESS DAY AFTER A HOLIDAY ***"
105500     END-IF.
105600     IF OPC-ATTN-CODE(OPC-ATTN-SUB) = 'PECL'
105700         DISPLAY "         *** ATTENTION - PECL - PERIOD END "
105800             "FALLS ON A DAY NOTHING SETTLES ***"
105900     END-IF.
106000     IF OPC-ATTN-CODE(OPC-ATTN-SUB) = 'LWKD'
106100         DISPLAY "         *** ATTENTION - LWKD - NEXT "
106200             "BUSINESS DAY IS " OPC-NEXT-JUMP-DAYS
106300             " CALENDAR DAYS AWAY ***"
106400     END-IF.
106500 3630-EXIT.
106600     EXIT.
106700 3640-WARN-RC4-REFUSAL.
106800     IF OPC-CYC-PRED-ID(OPC-MATCH-SUB) = SPACES
106900         OR OPC-CYC-PRED-MAX-RC(OPC-MATCH-SUB) NOT < 4
107000         GO TO 3640-EXIT.
107100     DISPLAY "         *** ATTENTION - CYCLE "
107200         OPC-CYC-ID(OPC-MATCH-SUB) " ALLOWS "
107300         OPC-CYC-PRED-ID(OPC-MATCH-SUB) " ONLY RC "
107400         OPC-CYC-PRED-MAX-RC(OPC-MATCH-SUB)
107500         " - REFUSED NEXT BUSINESS DAY ***".
107600 3640-EXIT.
107700     EXIT.
107800*-----------------------------------------------------
107900* 3700-WRITE-EXTRACT -- ONE EXTRACT RECORD FOR ONE CYCLE
107950* ON THE WALK DATE, IN RUN ORDER.  A FAILED WRITE ENDS
108000* THE RUN 16.
108100*-----------------------------------------------------
108200 3700-WRITE-EXTRACT.
108300     MOVE OPC-ORD-CYC-SUB(OPC-ORD-SUB) TO OPC-CYC-SUB.
108400     MOVE OPC-WALK-DATE-8 TO OCX-CAL-DATE.
108500     MOVE DOW-NAME-ENTRY(OPC-DOW-NUMBER + 1)
108600         TO OCX-DAY-OF-WEEK.
108700     MOVE OPC-DAY-STATUS TO OCX-DAY-STATUS.
108800     MOVE OPC-EXPECTED-RC TO OCX-EXPECTED-RC.
108900     MOVE FF-MONTH-END-SWITCH TO OCX-MONTH-END.
109000     MOVE FF-QUARTER-END-SWITCH TO OCX-QUARTER-END.
109100     MOVE FF-YEAR-END-SWITCH TO OCX-YEAR-END.
109200     MOVE OPC-NEXT-BUS-DATE TO OCX-NEXT-BUS-DATE.
109300     MOVE OPC-CYC-ID(OPC-CYC-SUB) TO OCX-CYCLE-ID.
109400     MOVE OPC-ORD-SUB TO OCX-RUN-SEQ.
109500     IF OPC-BUSINESS-DAY
109600         MOVE 'Y' TO OCX-RUN-FLAG
109700     ELSE
109800         MOVE 'N' TO OCX-RUN-FLAG
109900     END-IF.
110000     MOVE OPC-CYC-PRED-ID(OPC-CYC-SUB) TO OCX-PRED-CYCLE-ID.
110100     MOVE OPC-ATTN-CODE(1) TO OCX-ATTENTION-CODE(1).
110200     MOVE OPC-ATTN-CODE(2) TO OCX-ATTENTION-CODE(2).
110300     MOVE OPC-ATTN-CODE(3) TO OCX-ATTENTION-CODE(3).
110400     MOVE OPC-ATTN-CODE(4) TO OCX-ATTENTION-CODE(4).
110500     PERFORM 3710-PUT-MARKET-STATE THRU 3710-EXIT
110600         VARYING OPC-MKU-SUB FROM 1 BY 1
110700         UNTIL OPC-MKU-SUB > 8.
110800     WRITE CALENDAR-EXTRACT-RECORD.
110810     IF EXTRACT-STATUS NOT = '00'
110820         DISPLAY "*** ABEND - CALENDAR EXTRACT WRITE FAILED - "
110830             "FILE STATUS " EXTRACT-STATUS " ***"
110840         MOVE 16 TO PROGRAM-RETURN-CODE
110850         GO TO 3700-EXIT
110860     END-IF.
110900     ADD 1 TO OPC-EXTRACT-COUNT.
111000 3700-EXIT.
111100     EXIT.
111200 3710-PUT-MARKET-STATE.
111300     IF OPC-MKU-SUB > OPC-MARKET-COUNT
111400         MOVE SPACES TO OCX-MARKET-CODE(OPC-MKU-SUB)
111500         MOVE SPACE TO OCX-MARKET-STATE(OPC-MKU-SUB)
111600         GO TO 3710-EXIT.
111700     MOVE OPC-MKU-CODE(OPC-MKU-SUB)
111800         TO OCX-MARKET-CODE(OPC-MKU-SUB).
111900     IF OPC-MKU-CLOSED-FLAG(OPC-MKU-SUB) = 'Y'
112000         MOVE 'C' TO OCX-MARKET-STATE(OPC-MKU-SUB)
112100     ELSE
112200         MOVE 'O' TO OCX-MARKET-STATE(OPC-MKU-SUB)
112300     END-IF.
112400 3710-EXIT.
112500     EXIT.
112600*-----------------------------------------------------
112700* 6600-CALL-DATE-MATH -- ONE BUSINESS-DAY-ARITHMETIC
112800* CALL: OPC-INPUT-DATE PLUS OPC-DAY-DELTA, RESULT BACK
112900* AS AN 8-DIGIT YYYYMMDD IN OPC-WORK-DATE-8.
113000*-----------------------------------------------------
113100 6600-CALL-DATE-MATH.
113200     CALL "DATE-MATH" USING OPC-INPUT-DATE, OPC-DAY-DELTA,
113300         MARKET-LIST,
113400         OPC-RESULT-DATE, DATE-MATH-REQUEST.
113500     COMPUTE OPC-WORK-DATE-8 =
113600         (YEAR OF OPC-RESULT-DATE * 10000)
113700         + (MONTH OF OPC-RESULT-DATE * 100)
113800         + DA OF OPC-RESULT-DATE.
113900 6600-EXIT.
114000     EXIT.
114100*-----------------------------------------------------
114200* 7000-PRINT-RUN-SUMMARY -- PRINT THE PLANNING-RUN
114300* TOTALS.
114400*-----------------------------------------------------
114500 7000-PRINT-RUN-SUMMARY.
114600     DISPLAY "=========================================".
114700     DISPLAY "  FORWARD OPERATIONS CALENDAR SUMMARY    ".
114800     DISPLAY "=========================================".
114900     DISPLAY "CALENDAR DAYS PLANNED . : " OPC-DAYS-WALKED.
115000     DISPLAY "BUSINESS DAYS . . . . . : "
115100         OPC-BUSINESS-DAY-COUNT.
115200     DISPLAY "  OF WHICH PARTIAL. . . : "
115300         OPC-PARTIAL-DAY-COUNT.
115400     DISPLAY "CLOSED DAYS . . . . . . : " OPC-CLOSED-DAY-COUNT.
115500     DISPLAY "DAYS NEEDING ATTENTION. : "
115600         OPC-ATTENTION-DAY-COUNT.
115700     DISPLAY "CYCLES IN A PRED LOOP . : " OPC-CYCLE-LOOP-COUNT.
115800     DISPLAY "EXTRACT RECORDS WRITTEN : " OPC-EXTRACT-COUNT.
115900     DISPLAY "=========================================".
116000     IF PROGRAM-RETURN-CODE = 4
116100         DISPLAY "*** WARNING - CALENDAR HAS DAYS OR CYCLES "
116200             "NEEDING ATTENTION - REVIEW ABOVE ***"
116300     END-IF.
116400 7000-EXIT.
116500     EXIT.
