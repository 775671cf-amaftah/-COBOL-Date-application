000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDIMPT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  VENDOR HOLIDAY-
001100*                CALENDAR FEED IMPORT.  THE MARKET
001200*                HOLIDAYS USED TO BE RE-KEYED BY HAND FROM
001300*                THE VENDOR'S UPDATE BULLETIN INTO
001400*                HOLRULES OR A HOLDPROP FILE, WHICH IS
001500*                WHERE HOLIDAYS GOT MISSED OR MISTYPED.
001600*                THIS PROGRAM READS THE VENDOR'S FLAT
001700*                FILE, MAPS EACH VENDOR COUNTRY/ISO CODE
001800*                TO OUR HOL-MARKET-CODE THROUGH THE
001900*                VNDXREF CROSS-REFERENCE, RECONCILES THE
002000*                FEED AGAINST THE PRODUCTION CALENDAR FOR
002100*                THE YEARS IT COVERS (VENDOR-ONLY, OURS-
002200*                ONLY, AND DESCRIPTION OR WEEKEND-FLAG
002300*                DIFFERENCES), AND WRITES THE PROPOSED
002400*                REPLACEMENT CALENDAR IN THE HOLDPROP
002500*                LAYOUT FOR CALIMPCT TO ANALYZE BEFORE
002600*                PROMOTION.  HOUSE ENTRIES THE VENDOR
002700*                DOES NOT PUBLISH (THE STANDING WEEKEND
002800*                CLOSURES, AND MARKETS THE FEED DOES NOT
002900*                COVER) ARE CARRIED THROUGH AND LABELED,
003000*                NOT REPORTED AS DIFFERENCES.
003010* 10/15/26  RDH  AN ALL-MARKET PRODUCTION ROW ON A DATE THE
003020*                VENDOR DOES NOT CLOSE IS NOW A HOUSE ENTRY
003030*                AND CARRIED, NOT DROPPED AS OURS-ONLY -- IT
003040*                ALSO CLOSES MARKETS THE FEED DOES NOT
003050*                COVER, WHICH DROPPING IT WOULD REOPEN.
003055* 10/15/26  RDH  PRODUCTION ROWS FOR YEARS AFTER THE FEED
003060*                NOW GO THROUGH THE MERGE COMPARE AND ARE
003065*                CARRIED ONLY WHEN THEIR KEY COMES UP, SO
003070*                HOLDPROP STAYS IN KEY ORDER WHILE VENDOR
003075*                ROWS ARE STILL TO BE WRITTEN.
003100*-----------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400     SOURCE-COMPUTER. IBM-370.
003500     OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800* VENDOR-FILE -- THE VENDOR'S HOLIDAY-CALENDAR FEED, ONE
003900* MARKET HOLIDAY PER RECORD, IN ANY ORDER.  REQUIRED.
004000     SELECT VENDOR-FILE ASSIGN TO "VENDFEED"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS VENDOR-STATUS.
004300* XREF-FILE -- THE MAINTAINED CROSS-REFERENCE FROM THE
004400* VENDOR'S COUNTRY/ISO CODE TO OUR MARKET CODE.
004500* REQUIRED.
004600     SELECT XREF-FILE ASSIGN TO "VNDXREF"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS XREF-STATUS.
004900* HOLIDAY-FILE -- THE PRODUCTION KEYED CALENDAR, READ
005000* STRAIGHT THROUGH IN KEY ORDER.  NOT OPTIONAL -- A
005100* RECONCILIATION AGAINST NO BASELINE MEANS NOTHING.
005200     SELECT HOLIDAY-FILE ASSIGN TO "HOLDFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS HOL-KEY
005600         FILE STATUS IS HOLIDAY-STATUS.
005700* PROPOSED-FILE -- THE PROPOSED REPLACEMENT CALENDAR, A
005800* FLAT EXTRACT IN THE HOLIDAY LAYOUT AND KEY ORDER, FOR
005900* CALIMPCT AND THEN AN IDCAMS REPRO INTO THE CLUSTER.
006000     SELECT PROPOSED-FILE ASSIGN TO "HOLDPROP"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS PROPOSED-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*-----------------------------------------------------
006600* ONE VENDOR HOLIDAY: THE VENDOR'S COUNTRY OR ISO
006700* MARKET CODE, THE DATE, THE HOLIDAY NAME, AND THE
006800* SETTLEMENT-CLOSED INDICATOR ('Y' SETTLEMENT IS CLOSED;
006900* 'N' THE EXCHANGE IS CLOSED BUT SETTLEMENT RUNS, WHICH
007000* IS NOT A CALENDAR ENTRY FOR US).
007100*-----------------------------------------------------
007200 FD  VENDOR-FILE.
007300 01  VENDOR-RECORD.
007400     05  VND-COUNTRY-CODE     PIC X(04).
007500     05  VND-HOLIDAY-DATE     PIC X(08).
007600     05  VND-HOLIDAY-NAME     PIC X(40).
007700     05  VND-SETTLE-CLOSED    PIC X(01).
007800     05  FILLER               PIC X(27).
007900*-----------------------------------------------------
008000* ONE CROSS-REFERENCE CARD: VENDOR CODE TO OUR MARKET.
008100*-----------------------------------------------------
008200 FD  XREF-FILE.
008300 01  XREF-RECORD.
008400     05  XRF-VENDOR-CODE      PIC X(04).
008500     05  XRF-MARKET-CODE      PIC X(03).
008600     05  FILLER               PIC X(73).
008700*-----------------------------------------------------
008800* ONE ENTRY OF THE PRODUCTION CALENDAR.  SHARED LAYOUT
008900* VIA THE HOLIDAY COPYBOOK.
009000*-----------------------------------------------------
009100 FD  HOLIDAY-FILE.
009200     COPY HOLIDAY.
009300*-----------------------------------------------------
009400* ONE ENTRY OF THE PROPOSED CALENDAR.  SAME LAYOUT,
009500* RENAMED SO BOTH FILES CAN BE OPEN AT ONCE.
009600*-----------------------------------------------------
009700 FD  PROPOSED-FILE.
009800     COPY HOLIDAY REPLACING ==HOLIDAY-RECORD== BY
009900         ==PROPOSED-RECORD==
010000         ==HOL-KEY== BY ==PRP-KEY==
010100         ==HOL-DATE== BY ==PRP-DATE==
010200         ==HOL-YEAR== BY ==PRP-YEAR==
010300         ==HOL-MONTH== BY ==PRP-MONTH==
010400         ==HOL-DAY== BY ==PRP-DAY==
010500         ==HOL-MARKET-CODE== BY ==PRP-MARKET-CODE==
010600         ==HOL-WEEKEND-FLAG== BY ==PRP-WEEKEND-FLAG==
010700         ==HOL-DESCRIPTION== BY ==PRP-DESCRIPTION==.
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------
011000* THE CROSS-REFERENCE, LOADED WHOLE.  A VENDOR CODE NOT
011100* ON IT IS REPORTED AND NOT IMPORTED.  VIM-XRF-MARKET
011200* ALSO SERVES AS THE LIST OF MARKETS THE FEED COVERS.
011300*-----------------------------------------------------
011400 77  VIM-XREF-COUNT           PIC 9(03) VALUE ZERO.
011500 01  VIM-XREF-TABLE.
011600     05  VIM-XREF-ENTRY       OCCURS 100 TIMES.
011700         10  VIM-XRF-VENDOR   PIC X(04).
011800         10  VIM-XRF-MARKET   PIC X(03).
011900 77  VIM-XREF-SUB             PIC 9(03) COMP VALUE ZERO.
012000 77  VIM-XREF-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012100     88  VIM-XREF-FOUND                VALUE 'Y'.
012200 77  VIM-WORK-MARKET          PIC X(03) VALUE SPACES.
012300*-----------------------------------------------------
012400* THE MAPPED VENDOR FEED, LOADED WHOLE AND SORTED BY
012500* DATE THEN MARKET -- THE CALENDAR CLUSTER'S KEY ORDER
012600* -- SO IT CAN BE MERGED AGAINST THE PRODUCTION
012700* CALENDAR IN ONE PASS.  AN OVERFLOW REFUSES THE RUN
012800* RATHER THAN RECONCILING A TRUNCATED FEED.
012900*-----------------------------------------------------
013000 77  VIM-MAXIMUM-VENDOR       PIC 9(04) VALUE 1500.
013100 77  VIM-VENDOR-COUNT         PIC 9(04) VALUE ZERO.
013200 01  VIM-VENDOR-TABLE.
013300     05  VIM-VENDOR-ENTRY     OCCURS 1500 TIMES.
013400         10  VIM-VND-KEY.
013500             15  VIM-VND-DATE-8   PIC 9(08).
013600             15  VIM-VND-MARKET   PIC X(03).
013700         10  VIM-VND-CLOSED       PIC X(01).
013800         10  VIM-VND-DESC         PIC X(20).
013900         10  VIM-VND-CODE         PIC X(04).
014000 01  VIM-SWAP-ENTRY.
014100     05  VIM-SWP-KEY.
014200         10  VIM-SWP-DATE-8       PIC 9(08).
014300         10  VIM-SWP-MARKET       PIC X(03).
014400     05  VIM-SWP-CLOSED           PIC X(01).
014500     05  VIM-SWP-DESC             PIC X(20).
014600     05  VIM-SWP-CODE             PIC X(04).
014700 77  VIM-SUB-1                PIC 9(04) COMP VALUE ZERO.
014800 77  VIM-SUB-2                PIC 9(04) COMP VALUE ZERO.
014900 77  VIM-VND-SUB              PIC 9(04) COMP VALUE ZERO.
015000*-----------------------------------------------------
015100* THE YEARS THE FEED COVERS.  PRODUCTION ENTRIES
015200* OUTSIDE THEM ARE COPIED TO THE PROPOSAL UNTOUCHED.
015300*-----------------------------------------------------
015400 77  VIM-FIRST-YEAR           PIC 9(04) VALUE 9999.
015500 77  VIM-LAST-YEAR            PIC 9(04) VALUE ZERO.
015600*-----------------------------------------------------
015700* VENDOR DATE VALIDATION.  THE DATE UNDER TEST IS MOVED
015800* TO VIM-CHECK-DATE-8; FEBRUARY IS ADJUSTED TO 29 IN A
015900* LEAP YEAR, THE SAME RANGE RULES AS THE REST OF THE
016000* DATE SUITE.
016100*-----------------------------------------------------
016200 01  DAYS-IN-MONTH-VALUES.
016300     05  FILLER  PIC 9(02) VALUE 31.
016400     05  FILLER  PIC 9(02) VALUE 28.
016500     05  FILLER  PIC 9(02) VALUE 31.
016600     05  FILLER  PIC 9(02) VALUE 30.
016700     05  FILLER  PIC 9(02) VALUE 31.
016800     05  FILLER  PIC 9(02) VALUE 30.
016900     05  FILLER  PIC 9(02) VALUE 31.
017000     05  FILLER  PIC 9(02) VALUE 31.
017100     05  FILLER  PIC 9(02) VALUE 30.
017200     05  FILLER  PIC 9(02) VALUE 31.
017300     05  FILLER  PIC 9(02) VALUE 30.
017400     05  FILLER  PIC 9(02) VALUE 31.
017500 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
017600     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
017700 77  DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
017800 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
017900 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
018000 01  VIM-CHECK-DATE-8         PIC 9(08) VALUE ZERO.
018100 01  VIM-CHECK-DATE-PARTS REDEFINES VIM-CHECK-DATE-8.
018200     05  VIM-CHECK-YEAR       PIC 9(04).
018300     05  VIM-CHECK-MONTH      PIC 9(02).
018400     05  VIM-CHECK-DAY        PIC 9(02).
018500 77  VIM-CHECK-VALID-SWITCH   PIC X(01) VALUE 'N'.
018600     88  VIM-CHECK-VALID               VALUE 'Y'.
018700*-----------------------------------------------------
018800* MERGE CONTROLS.  THE PRODUCTION SIDE AND THE VENDOR
018900* SIDE EACH PRESENT A DATE+MARKET KEY; AN EXHAUSTED SIDE
019000* PRESENTS HIGH-VALUES SO THE OTHER SIDE DRAINS.
019100* VIM-COVER-DATE IS A DATE ON WHICH PRODUCTION HAS AN
019200* ALL-MARKET (BLANK MARKET) ENTRY THAT THE VENDOR ALSO
019300* CLOSES -- THE VENDOR'S PER-MARKET ROWS FOR THAT DATE
019400* ARE ALREADY CLOSED BY OUR ROW AND ARE NOT ADDED.
019500*-----------------------------------------------------
019600 01  VIM-PROD-KEY.
019700     05  VIM-PRD-DATE-8       PIC 9(08).
019800     05  VIM-PRD-MARKET       PIC X(03).
019900 01  VIM-VEND-KEY.
020000     05  VIM-VNK-DATE-8       PIC 9(08).
020100     05  VIM-VNK-MARKET       PIC X(03).
020200 77  VIM-COVER-DATE           PIC 9(08) VALUE ZERO.
020300 77  HOLIDAY-EOF-SWITCH       PIC X(01) VALUE 'N'.
020400     88  HOLIDAY-EOF                   VALUE 'Y'.
020500 77  VENDOR-EOF-SWITCH        PIC X(01) VALUE 'N'.
020600     88  VENDOR-EOF                    VALUE 'Y'.
020700 77  XREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
020800     88  XREF-EOF                      VALUE 'Y'.
020900*-----------------------------------------------------
021000* RUN TOTALS.
021100*-----------------------------------------------------
021200 77  VIM-FEED-COUNT           PIC 9(05) VALUE ZERO.
021300 77  VIM-UNMAPPED-COUNT       PIC 9(05) VALUE ZERO.
021400 77  VIM-BAD-DATE-COUNT       PIC 9(05) VALUE ZERO.
021500 77  VIM-DUPLICATE-COUNT      PIC 9(05) VALUE ZERO.
021600 77  VIM-SETTLE-OPEN-COUNT    PIC 9(05) VALUE ZERO.
021700 77  VIM-PROD-READ-COUNT      PIC 9(05) VALUE ZERO.
021800 77  VIM-MATCHED-COUNT        PIC 9(05) VALUE ZERO.
021900 77  VIM-COVERED-COUNT        PIC 9(05) VALUE ZERO.
022000 77  VIM-VENDOR-ONLY-COUNT    PIC 9(05) VALUE ZERO.
022100 77  VIM-OURS-ONLY-COUNT      PIC 9(05) VALUE ZERO.
022200 77  VIM-CHANGED-COUNT        PIC 9(05) VALUE ZERO.
022300 77  VIM-REOPENED-COUNT       PIC 9(05) VALUE ZERO.
022400 77  VIM-HOUSE-COUNT          PIC 9(05) VALUE ZERO.
022500 77  VIM-OUTSIDE-COUNT        PIC 9(05) VALUE ZERO.
022600 77  VIM-PROPOSED-COUNT       PIC 9(05) VALUE ZERO.
022700*-----------------------------------------------------
022800* FILE STATUS SWITCHES AND RETURN CODE.  ANY
022900* DIFFERENCE, UNMAPPED CODE OR BAD VENDOR ROW RETURNS 4
023000* SO THE PROPOSAL IS REVIEWED; A MISSING FILE, A TABLE
023100* OVERFLOW OR A FAILED WRITE RETURNS 16 AND THE
023200* PROPOSAL MUST NOT BE USED.
023300*-----------------------------------------------------
023400 77  VENDOR-STATUS            PIC X(02) VALUE '00'.
023500 77  XREF-STATUS              PIC X(02) VALUE '00'.
023600 77  HOLIDAY-STATUS           PIC X(02) VALUE '00'.
023700 77  PROPOSED-STATUS          PIC X(02) VALUE '00'.
023800 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
023900 PROCEDURE DIVISION.
024000*-----------------------------------------------------
024100* 0000-MAINLINE
024200*-----------------------------------------------------
024300 0000-MAINLINE.
024400     PERFORM 1000-LOAD-XREF THRU 1000-EXIT.
024500     IF PROGRAM-RETURN-CODE NOT = ZERO
024600         GO TO 0000-FINISH.
024700     PERFORM 2000-LOAD-VENDOR-FEED THRU 2000-EXIT.
024800     IF PROGRAM-RETURN-CODE NOT < 16
024900         GO TO 0000-FINISH.
025000     PERFORM 3000-SORT-VENDOR-FEED THRU 3000-EXIT.
025100     PERFORM 4000-RECONCILE THRU 4000-EXIT.
025200     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
025300 0000-FINISH.
025400     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
025500     STOP RUN.
025600*-----------------------------------------------------
025700* 1000-LOAD-XREF -- READ THE CROSS-REFERENCE WHOLE.  A
025800* MISSING OR EMPTY FILE, OR AN OVERFLOW, REFUSES THE RUN;
025900* A CARD WITH NO MARKET CODE IS SKIPPED WITH A WARNING.
026000*-----------------------------------------------------
026100 1000-LOAD-XREF.
026200     OPEN INPUT XREF-FILE.
026300     IF XREF-STATUS NOT = '00'
026400         DISPLAY "*** ABEND - VENDOR CROSS-REFERENCE "
026500             "(VNDXREF) NOT OPENED - FILE STATUS "
026600             XREF-STATUS " ***"
026700         MOVE 16 TO PROGRAM-RETURN-CODE
026800         GO TO 1000-EXIT
026900     END-IF.
027000     PERFORM 1100-READ-XREF-CARD THRU 1100-EXIT
027100         UNTIL XREF-EOF.
027200     CLOSE XREF-FILE.
027300     IF VIM-XREF-COUNT = ZERO
027400         AND PROGRAM-RETURN-CODE = ZERO
027500         DISPLAY "*** ABEND - VENDOR CROSS-REFERENCE "
027600             "(VNDXREF) IS EMPTY ***"
027700         MOVE 16 TO PROGRAM-RETURN-CODE
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.
028100 1100-READ-XREF-CARD.
028200     READ XREF-FILE
028300         AT END
028400             SET XREF-EOF TO TRUE
028500             GO TO 1100-EXIT
028600     END-READ.
028700     IF XRF-VENDOR-CODE = SPACES
028800         OR XRF-MARKET-CODE = SPACES
028900         DISPLAY "*** WARNING - CROSS-REFERENCE CARD "
029000             XREF-RECORD " INCOMPLETE - SKIPPED ***"
029100         IF PROGRAM-RETURN-CODE < 4
029200             MOVE 4 TO PROGRAM-RETURN-CODE
029300         END-IF
029400         GO TO 1100-EXIT
029500     END-IF.
029600     IF VIM-XREF-COUNT NOT < 100
029700         DISPLAY "*** ABEND - MORE THAN 100 CROSS-"
029800             "REFERENCE CARDS - TABLE FULL ***"
029900         MOVE 16 TO PROGRAM-RETURN-CODE
030000         SET XREF-EOF TO TRUE
030100         GO TO 1100-EXIT
030200     END-IF.
030300     ADD 1 TO VIM-XREF-COUNT.
030400     MOVE XRF-VENDOR-CODE TO VIM-XRF-VENDOR(VIM-XREF-COUNT).
030500     MOVE XRF-MARKET-CODE TO VIM-XRF-MARKET(VIM-XREF-COUNT).
030600 1100-EXIT.
030700     EXIT.
030800*-----------------------------------------------------
030900* 2000-LOAD-VENDOR-FEED -- READ THE FEED WHOLE, MAP EACH
031000* ROW'S VENDOR CODE, VALIDATE ITS DATE, AND TABLE IT.
031100* UNMAPPED CODES AND BAD DATES ARE LISTED AND LEFT OUT.
031200*-----------------------------------------------------
031300 2000-LOAD-VENDOR-FEED.
031400     OPEN INPUT VENDOR-FILE.
031500     IF VENDOR-STATUS NOT = '00'
031600         DISPLAY "*** ABEND - VENDOR FEED (VENDFEED) NOT "
031700             "OPENED - FILE STATUS " VENDOR-STATUS " ***"
031800         MOVE 16 TO PROGRAM-RETURN-CODE
031900         GO TO 2000-EXIT
032000     END-IF.
032100     DISPLAY "=========================================".
032200     DISPLAY "  VENDOR HOLIDAY FEED RECONCILIATION     ".
032300     DISPLAY "=========================================".
032400     PERFORM 2100-READ-VENDOR-ROW THRU 2100-EXIT
032500         UNTIL VENDOR-EOF.
032600     CLOSE VENDOR-FILE.
032700     IF VIM-VENDOR-COUNT = ZERO
032800         AND PROGRAM-RETURN-CODE < 16
032900         DISPLAY "*** ABEND - NO USABLE VENDOR ROWS - "
033000             "NOTHING TO RECONCILE ***"
033100         MOVE 16 TO PROGRAM-RETURN-CODE
033200     END-IF.
033300 2000-EXIT.
033400     EXIT.
033500 2100-READ-VENDOR-ROW.
033600     READ VENDOR-FILE
033700         AT END
033800             SET VENDOR-EOF TO TRUE
033900             GO TO 2100-EXIT
034000     END-READ.
034100     ADD 1 TO VIM-FEED-COUNT.
034200     MOVE 'N' TO VIM-XREF-FOUND-SWITCH.
034300     PERFORM 2200-MATCH-XREF THRU 2200-EXIT
034400         VARYING VIM-XREF-SUB FROM 1 BY 1
034500         UNTIL VIM-XREF-SUB > VIM-XREF-COUNT
034600             OR VIM-XREF-FOUND.
034700     IF NOT VIM-XREF-FOUND
034800         DISPLAY "UNMAPPED     " VND-COUNTRY-CODE " "
034900             VND-HOLIDAY-DATE " " VND-HOLIDAY-NAME
035000         ADD 1 TO VIM-UNMAPPED-COUNT
035100         IF PROGRAM-RETURN-CODE < 4
035200             MOVE 4 TO PROGRAM-RETURN-CODE
035300         END-IF
035400         GO TO 2100-EXIT
035500     END-IF.
035600     MOVE ZERO TO VIM-CHECK-DATE-8.
035700     IF VND-HOLIDAY-DATE NUMERIC
035800         MOVE VND-HOLIDAY-DATE TO VIM-CHECK-DATE-8
035900     END-IF.
036000     PERFORM 2300-CHECK-CALENDAR-DATE THRU 2300-EXIT.
036100     IF NOT VIM-CHECK-VALID
036200         OR (VND-SETTLE-CLOSED NOT = 'Y'
036300             AND VND-SETTLE-CLOSED NOT = 'N')
036400         DISPLAY "BAD ROW      " VND-COUNTRY-CODE " "
036500             VND-HOLIDAY-DATE " " VND-HOLIDAY-NAME
036600             " (DATE OR CLOSED FLAG)"
036700         ADD 1 TO VIM-BAD-DATE-COUNT
036800         IF PROGRAM-RETURN-CODE < 4
036900             MOVE 4 TO PROGRAM-RETURN-CODE
037000         END-IF
037100         GO TO 2100-EXIT
037200     END-IF.
037300     IF VIM-VENDOR-COUNT NOT < VIM-MAXIMUM-VENDOR
037400         DISPLAY "*** ABEND - VENDOR FEED EXCEEDS "
037500             VIM-MAXIMUM-VENDOR " ROWS - TABLE FULL - RUN "
037600             "REFUSED ***"
037700         MOVE 16 TO PROGRAM-RETURN-CODE
037800         SET VENDOR-EOF TO TRUE
037900         GO TO 2100-EXIT
038000     END-IF.
038100     ADD 1 TO VIM-VENDOR-COUNT.
038200     MOVE VIM-CHECK-DATE-8
038300         TO VIM-VND-DATE-8(VIM-VENDOR-COUNT).
038400     MOVE VIM-WORK-MARKET
038500         TO VIM-VND-MARKET(VIM-VENDOR-COUNT).
038600     MOVE VND-SETTLE-CLOSED
038700         TO VIM-VND-CLOSED(VIM-VENDOR-COUNT).
038800     MOVE VND-HOLIDAY-NAME
038900         TO VIM-VND-DESC(VIM-VENDOR-COUNT).
039000     MOVE VND-COUNTRY-CODE
039100         TO VIM-VND-CODE(VIM-VENDOR-COUNT).
039200     IF VIM-CHECK-YEAR < VIM-FIRST-YEAR
039300         MOVE VIM-CHECK-YEAR TO VIM-FIRST-YEAR
039400     END-IF.
039500     IF VIM-CHECK-YEAR > VIM-LAST-YEAR
039600         MOVE VIM-CHECK-YEAR TO VIM-LAST-YEAR
039700     END-IF.
039800 2100-EXIT.
039900     EXIT.
040000 2200-MATCH-XREF.
040100     IF VIM-XRF-VENDOR(VIM-XREF-SUB) = VND-COUNTRY-CODE
040200         SET VIM-XREF-FOUND TO TRUE
040300         MOVE VIM-XRF-MARKET(VIM-XREF-SUB) TO VIM-WORK-MARKET
040400     END-IF.
040500 2200-EXIT.
040600     EXIT.
040700*-----------------------------------------------------
040800* 2300-CHECK-CALENDAR-DATE -- IS VIM-CHECK-DATE-8 A REAL
040900* CALENDAR DATE INSIDE THE OPERATIONAL YEAR WINDOW.
041000*-----------------------------------------------------
041100 2300-CHECK-CALENDAR-DATE.
041200     MOVE 'N' TO VIM-CHECK-VALID-SWITCH.
041300     IF VIM-CHECK-YEAR < MINIMUM-VALID-YEAR
041400         OR VIM-CHECK-YEAR > MAXIMUM-VALID-YEAR
041500         OR VIM-CHECK-MONTH < 01
041600         OR VIM-CHECK-MONTH > 12
041700         GO TO 2300-EXIT.
041800     MOVE DAYS-IN-MONTH-ENTRY(VIM-CHECK-MONTH)
041900         TO DAYS-IN-MONTH.
042000     IF VIM-CHECK-MONTH = 02
042100         AND ((FUNCTION MOD(VIM-CHECK-YEAR, 4) = 0
042200                 AND FUNCTION MOD(VIM-CHECK-YEAR, 100)
042300                     NOT = 0)
042400             OR FUNCTION MOD(VIM-CHECK-YEAR, 400) = 0)
042500         MOVE 29 TO DAYS-IN-MONTH
042600     END-IF.
042700     IF VIM-CHECK-DAY < 01
042800         OR VIM-CHECK-DAY > DAYS-IN-MONTH
042900         GO TO 2300-EXIT.
043000     SET VIM-CHECK-VALID TO TRUE.
043100 2300-EXIT.
043200     EXIT.
043300*-----------------------------------------------------
043400* 3000-SORT-VENDOR-FEED -- EXCHANGE-SORT THE MAPPED FEED
043500* BY DATE THEN MARKET, THE CALENDAR'S KEY ORDER.  A FEW
043600* HUNDRED ROWS A YEAR; THE SIMPLE SORT IS PLENTY.
043700*-----------------------------------------------------
043800 3000-SORT-VENDOR-FEED.
043900     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
044000         VARYING VIM-SUB-1 FROM 1 BY 1
044100         UNTIL VIM-SUB-1 NOT < VIM-VENDOR-COUNT.
044200 3000-EXIT.
044300     EXIT.
044400 3100-SORT-ONE-PASS.
044500     COMPUTE VIM-SUB-2 = VIM-SUB-1 + 1.
044600     PERFORM 3200-COMPARE-AND-SWAP THRU 3200-EXIT
044700         UNTIL VIM-SUB-2 > VIM-VENDOR-COUNT.
044800 3100-EXIT.
044900     EXIT.
045000 3200-COMPARE-AND-SWAP.
045100     IF VIM-VND-KEY(VIM-SUB-2) < VIM-VND-KEY(VIM-SUB-1)
045200         MOVE VIM-VENDOR-ENTRY(VIM-SUB-1) TO VIM-SWAP-ENTRY
045300         MOVE VIM-VENDOR-ENTRY(VIM-SUB-2)
045400             TO VIM-VENDOR-ENTRY(VIM-SUB-1)
045500         MOVE VIM-SWAP-ENTRY TO VIM-VENDOR-ENTRY(VIM-SUB-2)
045600     END-IF.
045700     ADD 1 TO VIM-SUB-2.
045800 3200-EXIT.
045900     EXIT.
046000*-----------------------------------------------------
046100* 4000-RECONCILE -- MERGE THE PRODUCTION CALENDAR (KEY
046200* ORDER) AGAINST THE SORTED FEED, REPORTING EACH
046300* DIFFERENCE AND WRITING THE PROPOSED CALENDAR IN KEY
046400* ORDER AS IT GOES.
046500*-----------------------------------------------------
046600 4000-RECONCILE.
046700     OPEN INPUT HOLIDAY-FILE.
046800     IF HOLIDAY-STATUS NOT = '00'
046900         DISPLAY "*** ABEND - PRODUCTION CALENDAR "
047000             "(HOLDFILE) NOT OPENED - FILE STATUS "
047100             HOLIDAY-STATUS " ***"
047200         MOVE 16 TO PROGRAM-RETURN-CODE
047300         GO TO 4000-EXIT
047400     END-IF.
047500     OPEN OUTPUT PROPOSED-FILE.
047600     IF PROPOSED-STATUS NOT = '00'
047700         DISPLAY "*** ABEND - PROPOSED CALENDAR "
047800             "(HOLDPROP) NOT OPENED - FILE STATUS "
047900             PROPOSED-STATUS " ***"
048000         MOVE 16 TO PROGRAM-RETURN-CODE
048100         CLOSE HOLIDAY-FILE
048200         GO TO 4000-EXIT
048300     END-IF.
048400     DISPLAY "YEARS COVERED BY FEED . : " VIM-FIRST-YEAR
048500         " THRU " VIM-LAST-YEAR.
048600     DISPLAY "-----------------------------------------".
048700     MOVE 'N' TO HOLIDAY-EOF-SWITCH.
048800     MOVE 1 TO VIM-VND-SUB.
048900     PERFORM 4100-NEXT-PROD-ENTRY THRU 4100-EXIT.
049000     PERFORM 4200-SET-VENDOR-KEY THRU 4200-EXIT.
049100     PERFORM 4300-MERGE-ONE-KEY THRU 4300-EXIT
049200         UNTIL (HOLIDAY-EOF AND VIM-VND-SUB > VIM-VENDOR-COUNT)
049300             OR PROGRAM-RETURN-CODE NOT < 16.
049400     CLOSE HOLIDAY-FILE.
049500     CLOSE PROPOSED-FILE.
049600 4000-EXIT.
049700     EXIT.
049800*-----------------------------------------------------
049900* 4100-NEXT-PROD-ENTRY -- READ THE NEXT PRODUCTION ROW.
049950* ROWS BEFORE THE FEED'S YEARS ARE COPIED STRAIGHT TO
050000* THE PROPOSAL HERE AND NEVER REACH THE MERGE.  ROWS
050050* AFTER THEM STILL TAKE PART IN THE KEY COMPARE, SO THEY
050100* ARE NOT WRITTEN AHEAD OF VENDOR ROWS NOT YET MERGED.
050200*-----------------------------------------------------
050300 4100-NEXT-PROD-ENTRY.
050400     READ HOLIDAY-FILE
050500         AT END
050600             SET HOLIDAY-EOF TO TRUE
050700             MOVE HIGH-VALUES TO VIM-PROD-KEY
050800             GO TO 4100-EXIT
050900     END-READ.
051000     ADD 1 TO VIM-PROD-READ-COUNT.
051100     IF HOL-YEAR < VIM-FIRST-YEAR
051300         ADD 1 TO VIM-OUTSIDE-COUNT
051400         MOVE HOLIDAY-RECORD TO PROPOSED-RECORD
051500         PERFORM 6000-WRITE-PROPOSED THRU 6000-EXIT
051600         GO TO 4100-NEXT-PROD-ENTRY
051700     END-IF.
051800     MOVE HOL-DATE        TO VIM-PRD-DATE-8.
051900     MOVE HOL-MARKET-CODE TO VIM-PRD-MARKET.
052000 4100-EXIT.
052100     EXIT.
052200 4200-SET-VENDOR-KEY.
052300     IF VIM-VND-SUB > VIM-VENDOR-COUNT
052400         MOVE HIGH-VALUES TO VIM-VEND-KEY
052500     ELSE
052600         MOVE VIM-VND-KEY(VIM-VND-SUB) TO VIM-VEND-KEY
052700     END-IF.
052800 4200-EXIT.
052900     EXIT.
053000*-----------------------------------------------------
053100* 4300-MERGE-ONE-KEY -- TAKE THE LOWER KEY OF THE TWO
053200* SIDES; EQUAL KEYS ARE A MATCH.  A REPEATED VENDOR KEY
053300* (TWO VENDOR CODES MAPPED TO ONE MARKET) IS COUNTED
053350* ONCE.  A PRODUCTION ROW FOR A YEAR AFTER THE FEED IS
053400* CARRIED UNCHANGED WHEN ITS KEY COMES UP.
053500*-----------------------------------------------------
053600 4300-MERGE-ONE-KEY.
053700     IF VIM-VND-SUB > 1
053800         AND VIM-VND-SUB NOT > VIM-VENDOR-COUNT
053900         AND VIM-VND-KEY(VIM-VND-SUB)
054000             = VIM-VND-KEY(VIM-VND-SUB - 1)
054100         ADD 1 TO VIM-DUPLICATE-COUNT
054200         ADD 1 TO VIM-VND-SUB
054300         PERFORM 4200-SET-VENDOR-KEY THRU 4200-EXIT
054400         GO TO 4300-EXIT
054500     END-IF.
054600     IF VIM-PROD-KEY < VIM-VEND-KEY
054625         IF HOL-YEAR > VIM-LAST-YEAR
054650             ADD 1 TO VIM-OUTSIDE-COUNT
054675             MOVE HOLIDAY-RECORD TO PROPOSED-RECORD
054700             PERFORM 6000-WRITE-PROPOSED THRU 6000-EXIT
054725         ELSE
054750             PERFORM 4400-PROD-ONLY THRU 4400-EXIT
054775         END-IF
054800         PERFORM 4100-NEXT-PROD-ENTRY THRU 4100-EXIT
054900         GO TO 4300-EXIT
055000     END-IF.
055100     IF VIM-PROD-KEY = VIM-VEND-KEY
055200         PERFORM 4500-MATCHED THRU 4500-EXIT
055300         PERFORM 4100-NEXT-PROD-ENTRY THRU 4100-EXIT
055400     ELSE
055500         PERFORM 4600-VENDOR-ONLY THRU 4600-EXIT
055600     END-IF.
055700     ADD 1 TO VIM-VND-SUB.
055800     PERFORM 4200-SET-VENDOR-KEY THRU 4200-EXIT.
055900 4300-EXIT.
056000     EXIT.
056100*-----------------------------------------------------
056200* 4400-PROD-ONLY -- A PRODUCTION ROW THE VENDOR DOES NOT
056300* PUBLISH.  A STANDING WEEKEND CLOSURE, OR A ROW FOR A
056400* MARKET THE FEED DOES NOT COVER, IS A HOUSE ENTRY:
056500* CARRIED AND LABELED.  AN ALL-MARKET ROW ON A DATE THE
056600* VENDOR ALSO CLOSES STANDS FOR THE VENDOR'S PER-MARKET
056650* ROWS AND IS CARRIED.  ON A DATE THE VENDOR DOES NOT
056700* CLOSE IT IS A HOUSE ENTRY TOO, SINCE IT ALSO CLOSES
056750* MARKETS THE FEED DOES NOT COVER.  ANYTHING ELSE IS
056800* OURS-ONLY AND IS LEFT OUT OF THE PROPOSAL.
056900*-----------------------------------------------------
057000 4400-PROD-ONLY.
057100     IF HOL-WEEKEND-FLAG = 'Y'
057200         GO TO 4400-HOUSE.
057300     IF HOL-MARKET-CODE = SPACES
057400         AND VIM-VND-SUB NOT > VIM-VENDOR-COUNT
057500         AND VIM-VNK-DATE-8 = VIM-PRD-DATE-8
057600         MOVE VIM-PRD-DATE-8 TO VIM-COVER-DATE
057700         DISPLAY "ALL MARKETS  " VIM-PRD-DATE-8 "     "
057800             HOL-DESCRIPTION " (COVERS VENDOR ROWS)"
057900         ADD 1 TO VIM-MATCHED-COUNT
058000         MOVE HOLIDAY-RECORD TO PROPOSED-RECORD
058100         PERFORM 6000-WRITE-PROPOSED THRU 6000-EXIT
058200         GO TO 4400-EXIT
058300     END-IF.
058400     IF HOL-MARKET-CODE = SPACES
058500         GO TO 4400-HOUSE.
058600     MOVE HOL-MARKET-CODE TO VIM-WORK-MARKET.
058700     MOVE 'N' TO VIM-XREF-FOUND-SWITCH.
058800     PERFORM 4450-MATCH-COVERED-MARKET THRU 4450-EXIT
058900         VARYING VIM-XREF-SUB FROM 1 BY 1
059000         UNTIL VIM-XREF-SUB > VIM-XREF-COUNT
059100             OR VIM-XREF-FOUND.
059200     IF NOT VIM-XREF-FOUND
059300         GO TO 4400-HOUSE.
059500     DISPLAY "OURS ONLY    " VIM-PRD-DATE-8 " "
059600         HOL-MARKET-CODE " " HOL-DESCRIPTION
059700         " (DROPPED FROM PROPOSAL)".
059800     ADD 1 TO VIM-OURS-ONLY-COUNT.
059900     IF PROGRAM-RETURN-CODE < 4
060000         MOVE 4 TO PROGRAM-RETURN-CODE
060100     END-IF.
060200     GO TO 4400-EXIT.
060300 4400-HOUSE.
060400     DISPLAY "HOUSE        " VIM-PRD-DATE-8 " "
060500         HOL-MARKET-CODE " " HOL-DESCRIPTION.
060600     ADD 1 TO VIM-HOUSE-COUNT.
060700     MOVE HOLIDAY-RECORD TO PROPOSED-RECORD.
060800     PERFORM 6000-WRITE-PROPOSED THRU 6000-EXIT.
060900 4400-EXIT.
061000     EXIT.
061100 4450-MATCH-COVERED-MARKET.
061200     IF VIM-XRF-MARKET(VIM-XREF-SUB) = VIM-WORK-MARKET
061300         SET VIM-XREF-FOUND TO TRUE
061400     END-IF.
061500 4450-EXIT.
061600     EXIT.
061700*-----------------------------------------------------
061800* 4500-MATCHED -- BOTH SIDES HAVE THE DATE AND MARKET.
061900* THE PROPOSAL TAKES THE VENDOR'S VERSION (A HOLIDAY
062000* ROW, WEEKEND FLAG 'N'); A DIFFERENT DESCRIPTION OR
062100* WEEKEND FLAG IS REPORTED.  WHEN THE VENDOR SAYS
062200* SETTLEMENT RUNS THAT DAY THE ROW IS REPORTED AND LEFT
062300* OUT OF THE PROPOSAL.
062400*-----------------------------------------------------
062500 4500-MATCHED.
062600     IF VIM-VND-CLOSED(VIM-VND-SUB) = 'N'
062700         DISPLAY "REOPENED     " VIM-PRD-DATE-8 " "
062800             HOL-MARKET-CODE " " HOL-DESCRIPTION
062900             " (VENDOR: SETTLEMENT OPEN)"
063000         ADD 1 TO VIM-REOPENED-COUNT
063100         IF PROGRAM-RETURN-CODE < 4
063200             MOVE 4 TO PROGRAM-RETURN-CODE
063300         END-IF
063400         GO TO 4500-EXIT
063500     END-IF.
063600     ADD 1 TO VIM-MATCHED-COUNT.
063700     IF HOL-DESCRIPTION NOT = VIM-VND-DESC(VIM-VND-SUB)
063800         OR HOL-WEEKEND-FLAG NOT = 'N'
063900         DISPLAY "CHANGED      " VIM-PRD-DATE-8 " "
064000             HOL-MARKET-CODE " " HOL-WEEKEND-FLAG " "
064100             HOL-DESCRIPTION " -> N "
064200             VIM-VND-DESC(VIM-VND-SUB)
064300         ADD 1 TO VIM-CHANGED-COUNT
064400         IF PROGRAM-RETURN-CODE < 4
064500             MOVE 4 TO PROGRAM-RETURN-CODE
064600         END-IF
064700     END-IF.
064800     PERFORM 4700-BUILD-VENDOR-ROW THRU 4700-EXIT.
064900     PERFORM 6000-WRITE-PROPOSED THRU 6000-EXIT.
065000 4500-EXIT.
065100     EXIT.
065200*-----------------------------------------------------
065300* 4600-VENDOR-ONLY -- A VENDOR ROW WE DO NOT HAVE.
065400* ALREADY CLOSED BY ONE OF OUR ALL-MARKET ROWS, OR NOT A
065500* SETTLEMENT CLOSURE, IT IS COUNTED AND SKIPPED;
065600* OTHERWISE IT IS REPORTED AND ADDED TO THE PROPOSAL.
065700*-----------------------------------------------------
065800 4600-VENDOR-ONLY.
065900     IF VIM-VNK-DATE-8 = VIM-COVER-DATE
066000         ADD 1 TO VIM-COVERED-COUNT
066100         GO TO 4600-EXIT
066200     END-IF.
066300     IF VIM-VND-CLOSED(VIM-VND-SUB) = 'N'
066400         ADD 1 TO VIM-SETTLE-OPEN-COUNT
066500         GO TO 4600-EXIT
066600     END-IF.
066700     DISPLAY "VENDOR ONLY  " VIM-VNK-DATE-8 " "
066800         VIM-VNK-MARKET " " VIM-VND-DESC(VIM-VND-SUB)
066900         " (ADDED TO PROPOSAL)".
067000     ADD 1 TO VIM-VENDOR-ONLY-COUNT.
067100     IF PROGRAM-RETURN-CODE < 4
067200         MOVE 4 TO PROGRAM-RETURN-CODE
067300     END-IF.
067400     PERFORM 4700-BUILD-VENDOR-ROW THRU 4700-EXIT.
067500     PERFORM 6000-WRITE-PROPOSED THRU 6000-EXIT.
067600 4600-EXIT.
067700     EXIT.
067800 4700-BUILD-VENDOR-ROW.
067900     MOVE VIM-VND-DATE-8(VIM-VND-SUB) TO PRP-DATE.
068000     MOVE VIM-VND-MARKET(VIM-VND-SUB) TO PRP-MARKET-CODE.
068100     MOVE 'N'                         TO PRP-WEEKEND-FLAG.
068200     MOVE VIM-VND-DESC(VIM-VND-SUB)   TO PRP-DESCRIPTION.
068300 4700-EXIT.
068400     EXIT.
068500*-----------------------------------------------------
068600* 6000-WRITE-PROPOSED -- WRITE ONE PROPOSED ROW.  A
068700* FAILED WRITE ENDS THE MERGE WITH 16.
068800*-----------------------------------------------------
068900 6000-WRITE-PROPOSED.
069000     WRITE PROPOSED-RECORD.
069100     IF PROPOSED-STATUS NOT = '00'
069200         DISPLAY "*** ABEND - PROPOSED CALENDAR WRITE "
069300             "FAILED - FILE STATUS " PROPOSED-STATUS " ***"
069400         MOVE 16 TO PROGRAM-RETURN-CODE
069500     ELSE
069600         ADD 1 TO VIM-PROPOSED-COUNT
069700     END-IF.
069800 6000-EXIT.
069900     EXIT.
070000*-----------------------------------------------------
070100* 7000-PRINT-TOTALS -- RUN TOTALS AND THE NEXT STEP.
070200*-----------------------------------------------------
070300 7000-PRINT-TOTALS.
070400     DISPLAY "-----------------------------------------".
070500     DISPLAY "VENDOR ROWS READ. . . . : " VIM-FEED-COUNT.
070600     DISPLAY "  UNMAPPED CODES. . . . : " VIM-UNMAPPED-COUNT.
070700     DISPLAY "  BAD ROWS. . . . . . . : " VIM-BAD-DATE-COUNT.
070800     DISPLAY "  DUPLICATES. . . . . . : " VIM-DUPLICATE-COUNT.
070900     DISPLAY "  SETTLEMENT OPEN . . . : "
071000         VIM-SETTLE-OPEN-COUNT.
071100     DISPLAY "  COVERED BY ALL-MARKET : " VIM-COVERED-COUNT.
071200     DISPLAY "PRODUCTION ROWS READ. . : " VIM-PROD-READ-COUNT.
071300     DISPLAY "  OUTSIDE FEED YEARS. . : " VIM-OUTSIDE-COUNT.
071400     DISPLAY "MATCHED . . . . . . . . : " VIM-MATCHED-COUNT.
071500     DISPLAY "  DESC/FLAG DIFFERENT . : " VIM-CHANGED-COUNT.
071600     DISPLAY "VENDOR ONLY . . . . . . : "
071700         VIM-VENDOR-ONLY-COUNT.
071800     DISPLAY "OURS ONLY . . . . . . . : " VIM-OURS-ONLY-COUNT.
071900     DISPLAY "REOPENED BY VENDOR. . . : " VIM-REOPENED-COUNT.
072000     DISPLAY "HOUSE ENTRIES CARRIED . : " VIM-HOUSE-COUNT.
072100     DISPLAY "PROPOSED ROWS WRITTEN . : " VIM-PROPOSED-COUNT.
072200     IF PROGRAM-RETURN-CODE NOT < 16
072300         DISPLAY "RESULT. . . . . . . . . : FAILED - DO NOT "
072400             "USE THE PROPOSED CALENDAR"
072500     ELSE
072600         IF PROGRAM-RETURN-CODE = ZERO
072700             DISPLAY "RESULT. . . . . . . . . : FEED MATCHES "
072800                 "PRODUCTION"
072900         ELSE
073000             DISPLAY "RESULT. . . . . . . . . : DIFFERENCES - "
073100                 "RUN CALIMPCT ON THE PROPOSAL"
073200         END-IF
073300     END-IF.
073400     DISPLAY "=========================================".
073500 7000-EXIT.
073600     EXIT.
