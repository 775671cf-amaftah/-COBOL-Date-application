000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLMAINT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  CARD-DRIVEN
001100*                MAINTENANCE OF THE KEYED HOLIDAY
001200*                CALENDAR, ONE ENTRY AT A TIME.  A ONE-
001300*                DAY GOVERNMENT CLOSURE OR A CORRECTED
001400*                DESCRIPTION USED TO MEAN A WHOLE-YEAR
001500*                HOLGEN RERUN OR A HAND-BUILT HOLDPROP,
001600*                A CALIMPCT PASS AND A HAND IDCAMS
001700*                REPRO.  TRANSACTIONS: ADD, DELETE AND
001800*                CHANGE, KEYED BY DATE PLUS MARKET THE
001900*                SAME WAY THE CALENDAR IS.  EVERY CARD
002000*                IS VALIDATED AGAINST THE CALENDAR AND
002100*                ECHOED TO A PROOF REPORT WITH BEFORE
002200*                AND AFTER IMAGES, AN ENTRY DATED BEFORE
002300*                TODAY IS NEVER TOUCHED, AND EVERY
002400*                APPLIED CHANGE IS WRITTEN TO THE
002500*                PERMANENT CALENDAR-CHANGE HISTORY
002600*                (HOLCHG COPYBOOK) WITH WHO ASKED FOR
002700*                IT, WHEN, AND WHY.
002800*-----------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100     SOURCE-COMPUTER. IBM-370.
003200     OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500* SYSIN-FILE -- THE TRANSACTION CARDS.  REQUIRED -- A
003600* MAINTENANCE RUN WITH NO CARDS IS A MISTAKE.
003700     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS SYSIN-STATUS.
004000* HOLIDAY-FILE -- THE PRODUCTION KEYED CALENDAR, OPENED
004100* I-O AND MAINTAINED IN PLACE ONE RECORD AT A TIME.
004200* NOT OPTIONAL -- THERE IS NOTHING TO MAINTAIN WITHOUT
004300* IT, AND QUIETLY BUILDING A ONE-ENTRY CALENDAR WOULD
004400* BE FAR WORSE THAN STOPPING.
004500     SELECT HOLIDAY-FILE ASSIGN TO "HOLDFILE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HOL-KEY
004900         FILE STATUS IS HOLIDAY-STATUS.
005000* HOL-CHANGE-FILE -- THE PERMANENT CALENDAR-CHANGE
005100* HISTORY.  ONE RECORD ADDED PER APPLIED TRANSACTION;
005200* NEVER REWRITTEN OR DELETED.
005300     SELECT HOL-CHANGE-FILE ASSIGN TO "HOLCHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HCH-KEY
005700         FILE STATUS IS HOL-CHANGE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000*-----------------------------------------------------
006100* ONE MAINTENANCE TRANSACTION: THE ACTION ('ADD',
006200* 'DELETE' OR 'CHANGE'), THE CALENDAR KEY (DATE PLUS
006300* MARKET, MARKET BLANK FOR AN ENTRY THAT CLOSES EVERY
006400* MARKET), THE NEW WEEKEND FLAG AND DESCRIPTION, AND
006500* WHO ASKED FOR THE CHANGE AND WHY.  ON A CHANGE A
006600* SPACES FLAG OR DESCRIPTION MEANS LEAVE THAT VALUE
006700* ALONE; ON AN ADD A SPACES FLAG MEANS 'N', A TRUE
006800* HOLIDAY.  REQUESTER AND REASON ARE REQUIRED ON EVERY
006900* CARD -- THEY ARE WHAT THE HISTORY IS FOR.
007000*-----------------------------------------------------
007100 FD  SYSIN-FILE.
007200 01  HOL-MAINT-CARD.
007300     05  CRD-ACTION           PIC X(06).
007400     05  CRD-HOL-DATE         PIC X(08).
007500     05  CRD-HOL-DATE-PARTS REDEFINES CRD-HOL-DATE.
007600         10  CRD-HOL-YEAR     PIC 9(04).
007700         10  CRD-HOL-MONTH    PIC 9(02).
007800         10  CRD-HOL-DAY      PIC 9(02).
007900     05  CRD-MARKET-CODE      PIC X(03).
008000     05  CRD-WEEKEND-FLAG     PIC X(01).
008100     05  CRD-DESCRIPTION      PIC X(20).
008200     05  CRD-REQUESTED-BY     PIC X(08).
008300     05  CRD-REASON           PIC X(34).
008400*-----------------------------------------------------
008500* ONE RECORD PER BANK HOLIDAY OR STANDING WEEKEND ENTRY
008600* IN THE HOLIDAY CALENDAR.  SHARED LAYOUT WITH EVERY
008700* CALENDAR READER VIA THE HOLIDAY COPYBOOK.
008800*-----------------------------------------------------
008900 FD  HOLIDAY-FILE.
009000     COPY HOLIDAY.
009100*-----------------------------------------------------
009200* ONE CALENDAR-CHANGE HISTORY RECORD.  LAYOUT AND KEY
009300* DOCUMENTED IN THE HOLCHG COPYBOOK.
009400*-----------------------------------------------------
009500 FD  HOL-CHANGE-FILE.
009600     COPY HOLCHG.
009700 WORKING-STORAGE SECTION.
009800*-----------------------------------------------------
009900* TODAY'S DATE AND THE RUN'S START TIME.  EVERY HISTORY
010000* RECORD THIS RUN WRITES CARRIES THE SAME DATE AND TIME
010100* SO ONE RUN'S CHANGES READ BACK AS ONE BATCH, TOLD
010200* APART BY THE TRANSACTION NUMBER.
010300*-----------------------------------------------------
010400 77  HMT-TODAY-DATE-8         PIC 9(08) VALUE ZERO.
010500 77  HMT-RUN-TIME             PIC 9(08) VALUE ZERO.
010600 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
010700 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
010800*-----------------------------------------------------
010900* LITERAL TABLE OF DAYS PER CALENDAR MONTH, INDEXED BY
011000* MONTH.  FEBRUARY IS ADJUSTED TO 29 IN A LEAP YEAR BY
011100* 4000-VALIDATE-CARD BELOW.
011200*-----------------------------------------------------
011300 01  DAYS-IN-MONTH-VALUES.
011400     05  FILLER  PIC 9(02) VALUE 31.
011500     05  FILLER  PIC 9(02) VALUE 28.
011600     05  FILLER  PIC 9(02) VALUE 31.
011700     05  FILLER  PIC 9(02) VALUE 30.
011800     05  FILLER  PIC 9(02) VALUE 31.
011900     05  FILLER  PIC 9(02) VALUE 30.
012000     05  FILLER  PIC 9(02) VALUE 31.
012100     05  FILLER  PIC 9(02) VALUE 31.
012200     05  FILLER  PIC 9(02) VALUE 30.
012300     05  FILLER  PIC 9(02) VALUE 31.
012400     05  FILLER  PIC 9(02) VALUE 30.
012500     05  FILLER  PIC 9(02) VALUE 31.
012600 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
012700     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
012800 77  HMT-MONTH-DAYS           PIC 9(02) VALUE ZERO.
012900*-----------------------------------------------------
013000* PER-TRANSACTION WORK AREAS: THE VALIDATION AND LOOKUP
013100* SWITCHES, THE CARD DATE, THE ENTRY AS IT STOOD BEFORE
013200* THE CHANGE, THE BEFORE/AFTER IMAGES FOR THE PROOF
013300* REPORT, AND THE RUN TOTALS.
013400*-----------------------------------------------------
013500 77  SYSIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
013600     88  SYSIN-EOF                     VALUE 'Y'.
013700 77  HMT-CARD-OK-SWITCH       PIC X(01) VALUE 'Y'.
013800     88  HMT-CARD-OK                   VALUE 'Y'.
013900 77  HMT-ENTRY-FOUND-SWITCH   PIC X(01) VALUE 'N'.
014000     88  HMT-ENTRY-FOUND               VALUE 'Y'.
014100 77  HMT-HISTORY-DOWN-SWITCH  PIC X(01) VALUE 'N'.
014200     88  HMT-HISTORY-DOWN              VALUE 'Y'.
014300 77  HMT-CARD-DATE-8          PIC 9(08) VALUE ZERO.
014400 77  HMT-BEFORE-WEEKEND-FLAG  PIC X(01) VALUE SPACE.
014500 77  HMT-BEFORE-DESCRIPTION   PIC X(20) VALUE SPACES.
014600 77  HMT-TRAN-COUNT           PIC 9(03) VALUE ZERO.
014700 77  HMT-APPLIED-COUNT        PIC 9(03) VALUE ZERO.
014800 77  HMT-REJECT-COUNT         PIC 9(03) VALUE ZERO.
014900 77  HMT-HISTORY-COUNT        PIC 9(03) VALUE ZERO.
015000 77  HMT-IMAGE-TEXT           PIC X(36) VALUE SPACES.
015100 01  HMT-IMAGE-WORK.
015200     05  HMT-IMG-DATE         PIC X(08).
015300     05  FILLER               PIC X(01) VALUE SPACE.
015400     05  HMT-IMG-MARKET       PIC X(03).
015500     05  FILLER               PIC X(01) VALUE SPACE.
015600     05  HMT-IMG-WEEKEND-FLAG PIC X(01).
015700     05  FILLER               PIC X(01) VALUE SPACE.
015800     05  HMT-IMG-DESCRIPTION  PIC X(20).
015900*-----------------------------------------------------
016000* FILE STATUS SWITCHES AND RETURN CODE.  A MISSING
016100* CALENDAR OR AN UNUSABLE HISTORY DATASET REFUSES THE
016200* WHOLE RUN WITH 16 BEFORE ANY CARD IS APPLIED; ANY
016300* REJECTED TRANSACTION RETURNS 4 WITH THE GOOD ONES
016400* APPLIED.  A HISTORY WRITE THAT FAILS AFTER ITS
016500* CALENDAR CHANGE WENT IN RETURNS 16 AND STOPS THE RUN
016600* SO NO FURTHER CHANGE GOES ON WITHOUT ITS HISTORY.
016700*-----------------------------------------------------
016800 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
016900 77  HOLIDAY-STATUS           PIC X(02) VALUE '00'.
017000 77  HOL-CHANGE-STATUS        PIC X(02) VALUE '00'.
017100 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
017200 PROCEDURE DIVISION.
017300*-----------------------------------------------------
017400* 0000-MAINLINE
017500*-----------------------------------------------------
017600 0000-MAINLINE.
017700     PERFORM 1000-OPEN-CALENDAR THRU 1000-EXIT.
017800     IF PROGRAM-RETURN-CODE NOT = ZERO
017900         GO TO 0000-FINISH.
018000     PERFORM 2000-PRINT-REPORT-HEADER THRU 2000-EXIT.
018100     PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT.
018200     CLOSE HOLIDAY-FILE.
018300     CLOSE HOL-CHANGE-FILE.
018400     IF HMT-TRAN-COUNT = ZERO
018500         DISPLAY "*** ABEND - NO TRANSACTION CARDS IN "
018600             "SYSIN - HOLIDAY CALENDAR UNTOUCHED ***"
018700         MOVE 16 TO PROGRAM-RETURN-CODE
018800         GO TO 0000-FINISH
018900     END-IF.
019000     PERFORM 7000-PRINT-REPORT-FOOTER THRU 7000-EXIT.
019100 0000-FINISH.
019200     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
019300     STOP RUN.
019400*-----------------------------------------------------
019500* 1000-OPEN-CALENDAR -- TAKE TODAY'S DATE AND THE RUN
019600* TIME, OPEN THE PRODUCTION CALENDAR FOR UPDATE AND THE
019700* CHANGE HISTORY FOR ADDING.  A MISSING CALENDAR
019800* REFUSES THE RUN; A MISSING HISTORY DATASET IS THE
019900* FIRST-EVER RUN AND IS CREATED.
020000*-----------------------------------------------------
020100 1000-OPEN-CALENDAR.
020200     ACCEPT HMT-TODAY-DATE-8 FROM DATE YYYYMMDD.
020300     ACCEPT HMT-RUN-TIME FROM TIME.
020400     OPEN I-O HOLIDAY-FILE.
020500     IF HOLIDAY-STATUS NOT = '00'
020600         DISPLAY "*** ABEND - HOLIDAY CALENDAR (HOLDFILE) "
020700             "NOT AVAILABLE FOR UPDATE - STATUS "
020800             HOLIDAY-STATUS " ***"
020900         MOVE 16 TO PROGRAM-RETURN-CODE
021000         GO TO 1000-EXIT
021100     END-IF.
021200     OPEN I-O HOL-CHANGE-FILE.
021300     IF HOL-CHANGE-STATUS = '35'
021400         OPEN OUTPUT HOL-CHANGE-FILE
021500     END-IF.
021600     IF HOL-CHANGE-STATUS NOT = '00'
021700         DISPLAY "*** ABEND - CALENDAR-CHANGE HISTORY "
021800             "(HOLCHIST) NOT AVAILABLE - STATUS "
021900             HOL-CHANGE-STATUS " - CALENDAR UNTOUCHED ***"
022000         MOVE 16 TO PROGRAM-RETURN-CODE
022100         CLOSE HOLIDAY-FILE
022200     END-IF.
022300 1000-EXIT.
022400     EXIT.
022500 2000-PRINT-REPORT-HEADER.
022600     DISPLAY "=========================================".
022700     DISPLAY "   HOLIDAY CALENDAR MAINTENANCE PROOF    ".
022800     DISPLAY "=========================================".
022900     DISPLAY "RUN DATE (YYYYMMDD) . . : " HMT-TODAY-DATE-8.
023000     DISPLAY "RUN TIME (HHMMSSCC) . . : " HMT-RUN-TIME.
023100 2000-EXIT.
023200     EXIT.
023300*-----------------------------------------------------
023400* 3000-PROCESS-TRANSACTIONS -- READ, VALIDATE AND APPLY
023500* EVERY TRANSACTION CARD, ECHOING EACH WITH BEFORE AND
023600* AFTER IMAGES.
023700*-----------------------------------------------------
023800 3000-PROCESS-TRANSACTIONS.
023900     OPEN INPUT SYSIN-FILE.
024000     IF SYSIN-STATUS = '35'
024100         SET SYSIN-EOF TO TRUE
024200         GO TO 3000-EXIT
024300     END-IF.
024400     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
024500         UNTIL SYSIN-EOF.
024600     CLOSE SYSIN-FILE.
024700 3000-EXIT.
024800     EXIT.
024900*-----------------------------------------------------
025000* 3100-APPLY-ONE-CARD -- ONE TRANSACTION.  THE CARD IS
025100* VALIDATED ON ITS OWN FIRST, THEN ITS KEY IS LOOKED UP
025200* ON THE CALENDAR AND THE ACTION APPLIED.  ONCE A
025300* HISTORY WRITE HAS FAILED EVERY LATER CARD IS REJECTED
025400* UNAPPLIED.
025500*-----------------------------------------------------
025600 3100-APPLY-ONE-CARD.
025700     READ SYSIN-FILE
025800         AT END
025900             SET SYSIN-EOF TO TRUE
026000             GO TO 3100-EXIT
026100     END-READ.
026200     ADD 1 TO HMT-TRAN-COUNT.
026300     DISPLAY "TRAN " HMT-TRAN-COUNT " " CRD-ACTION
026400         " DATE " CRD-HOL-DATE " MARKET '" CRD-MARKET-CODE
026500         "' BY " CRD-REQUESTED-BY.
026600     IF HMT-HISTORY-DOWN
026700         DISPLAY "      REJECTED - NOT APPLIED, CHANGE "
026800             "HISTORY UNAVAILABLE"
026900         ADD 1 TO HMT-REJECT-COUNT
027000         GO TO 3100-EXIT
027100     END-IF.
027200     PERFORM 4000-VALIDATE-CARD THRU 4000-EXIT.
027300     IF NOT HMT-CARD-OK
027400         ADD 1 TO HMT-REJECT-COUNT
027500         GO TO 3100-EXIT
027600     END-IF.
027700     PERFORM 4500-READ-CALENDAR-ENTRY THRU 4500-EXIT.
027800     IF CRD-ACTION = 'ADD'
027900         PERFORM 5000-APPLY-ADD THRU 5000-EXIT
028000         GO TO 3100-EXIT
028100     END-IF.
028200     IF CRD-ACTION = 'DELETE'
028300         PERFORM 5200-APPLY-DELETE THRU 5200-EXIT
028400         GO TO 3100-EXIT
028500     END-IF.
028600     PERFORM 5400-APPLY-CHANGE THRU 5400-EXIT.
028700 3100-EXIT.
028800     EXIT.
028900*-----------------------------------------------------
029000* 4000-VALIDATE-CARD -- THE CHECKS THAT NEED NO LOOKUP:
029100* A KNOWN ACTION, A REAL CALENDAR DATE IN THE
029200* OPERATIONAL RANGE THAT IS NOT BEFORE TODAY, A
029300* WEEKEND FLAG OF 'Y', 'N' OR SPACE, AND A REQUESTER AND
029400* REASON FOR THE HISTORY.  A PAST DATE IS REFUSED
029500* OUTRIGHT -- THOSE DAYS HAVE ALREADY BEEN STAMPED,
029600* SETTLED AND LOGGED UNDER THE CALENDAR AS IT STOOD.
029700*-----------------------------------------------------
029800 4000-VALIDATE-CARD.
029900     MOVE 'N' TO HMT-CARD-OK-SWITCH.
030000     IF CRD-ACTION NOT = 'ADD'
030100         AND CRD-ACTION NOT = 'DELETE'
030200         AND CRD-ACTION NOT = 'CHANGE'
030300         DISPLAY "      REJECTED - ACTION '" CRD-ACTION
030400             "' NOT ADD, DELETE OR CHANGE"
030500         GO TO 4000-EXIT
030600     END-IF.
030700     IF CRD-HOL-DATE NOT NUMERIC
030800         DISPLAY "      REJECTED - DATE '" CRD-HOL-DATE
030900             "' NOT NUMERIC YYYYMMDD"
031000         GO TO 4000-EXIT
031100     END-IF.
031200     IF CRD-HOL-YEAR < MINIMUM-VALID-YEAR
031300         OR CRD-HOL-YEAR > MAXIMUM-VALID-YEAR
031400         DISPLAY "      REJECTED - YEAR NOT IN OPERATIONAL "
031500             "RANGE " MINIMUM-VALID-YEAR "-"
031600             MAXIMUM-VALID-YEAR
031700         GO TO 4000-EXIT
031800     END-IF.
031900     IF CRD-HOL-MONTH < 01 OR CRD-HOL-MONTH > 12
032000         DISPLAY "      REJECTED - MONTH NOT 01-12"
032100         GO TO 4000-EXIT
032200     END-IF.
032300     MOVE DAYS-IN-MONTH-ENTRY(CRD-HOL-MONTH)
032400         TO HMT-MONTH-DAYS.
032500     IF CRD-HOL-MONTH = 02
032600         AND ((FUNCTION MOD(CRD-HOL-YEAR, 4) = 0
032700             AND FUNCTION MOD(CRD-HOL-YEAR, 100) NOT = 0)
032800             OR FUNCTION MOD(CRD-HOL-YEAR, 400) = 0)
032900         MOVE 29 TO HMT-MONTH-DAYS
033000     END-IF.
033100     IF CRD-HOL-DAY < 01 OR CRD-HOL-DAY > HMT-MONTH-DAYS
033200         DISPLAY "      REJECTED - DAY NOT VALID FOR MONTH "
033300             CRD-HOL-MONTH
033400         GO TO 4000-EXIT
033500     END-IF.
033600     MOVE CRD-HOL-DATE TO HMT-CARD-DATE-8.
033700     IF HMT-CARD-DATE-8 < HMT-TODAY-DATE-8
033800         DISPLAY "      REJECTED - DATE IS BEFORE TODAY ("
033900             HMT-TODAY-DATE-8 ") - PAST ENTRIES ARE NOT "
034000             "CHANGED"
034100         GO TO 4000-EXIT
034200     END-IF.
034300     IF CRD-WEEKEND-FLAG NOT = 'Y'
034400         AND CRD-WEEKEND-FLAG NOT = 'N'
034500         AND CRD-WEEKEND-FLAG NOT = SPACE
034600         DISPLAY "      REJECTED - WEEKEND FLAG '"
034700             CRD-WEEKEND-FLAG "' NOT Y, N OR BLANK"
034800         GO TO 4000-EXIT
034900     END-IF.
035000     IF CRD-REQUESTED-BY = SPACES
035100         DISPLAY "      REJECTED - NO REQUESTER NAMED"
035200         GO TO 4000-EXIT
035300     END-IF.
035400     IF CRD-REASON = SPACES
035500         DISPLAY "      REJECTED - NO REASON GIVEN"
035600         GO TO 4000-EXIT
035700     END-IF.
035800     MOVE 'Y' TO HMT-CARD-OK-SWITCH.
035900 4000-EXIT.
036000     EXIT.
036100*-----------------------------------------------------
036200* 4500-READ-CALENDAR-ENTRY -- LOOK THE CARD'S DATE PLUS
036300* MARKET UP ON THE CALENDAR BY KEY, AND KEEP THE
036400* ENTRY'S CURRENT FLAG AND DESCRIPTION AS THE BEFORE
036500* IMAGE FOR THE HISTORY.
036600*-----------------------------------------------------
036700 4500-READ-CALENDAR-ENTRY.
036800     MOVE CRD-HOL-YEAR    TO HOL-YEAR.
036900     MOVE CRD-HOL-MONTH   TO HOL-MONTH.
037000     MOVE CRD-HOL-DAY     TO HOL-DAY.
037100     MOVE CRD-MARKET-CODE TO HOL-MARKET-CODE.
037200     MOVE SPACE  TO HMT-BEFORE-WEEKEND-FLAG.
037300     MOVE SPACES TO HMT-BEFORE-DESCRIPTION.
037400     READ HOLIDAY-FILE
037500         INVALID KEY
037600             MOVE 'N' TO HMT-ENTRY-FOUND-SWITCH
037700         NOT INVALID KEY
037800             MOVE 'Y' TO HMT-ENTRY-FOUND-SWITCH
037900             MOVE HOL-WEEKEND-FLAG
038000                 TO HMT-BEFORE-WEEKEND-FLAG
038100             MOVE HOL-DESCRIPTION
038200                 TO HMT-BEFORE-DESCRIPTION
038300     END-READ.
038400 4500-EXIT.
038500     EXIT.
038600*-----------------------------------------------------
038700* 5000-APPLY-ADD -- PUT A NEW ENTRY ON THE CALENDAR.
038800* THE DATE PLUS MARKET MUST NOT ALREADY BE THERE, AND A
038900* NEW ENTRY MUST BE DESCRIBED.
039000*-----------------------------------------------------
039100 5000-APPLY-ADD.
039200     IF HMT-ENTRY-FOUND
039300         DISPLAY "      REJECTED - ENTRY ALREADY ON THE "
039400             "CALENDAR"
039500         ADD 1 TO HMT-REJECT-COUNT
039600         GO TO 5000-EXIT
039700     END-IF.
039800     IF CRD-DESCRIPTION = SPACES
039900         DISPLAY "      REJECTED - NO DESCRIPTION FOR A NEW "
040000             "ENTRY"
040100         ADD 1 TO HMT-REJECT-COUNT
040200         GO TO 5000-EXIT
040300     END-IF.
040400     MOVE CRD-HOL-YEAR    TO HOL-YEAR.
040500     MOVE CRD-HOL-MONTH   TO HOL-MONTH.
040600     MOVE CRD-HOL-DAY     TO HOL-DAY.
040700     MOVE CRD-MARKET-CODE TO HOL-MARKET-CODE.
040800     IF CRD-WEEKEND-FLAG = SPACE
040900         MOVE 'N' TO HOL-WEEKEND-FLAG
041000     ELSE
041100         MOVE CRD-WEEKEND-FLAG TO HOL-WEEKEND-FLAG
041200     END-IF.
041300     MOVE CRD-DESCRIPTION TO HOL-DESCRIPTION.
041400     WRITE HOLIDAY-RECORD.
041500     IF HOLIDAY-STATUS NOT = '00'
041600         DISPLAY "      REJECTED - CALENDAR WRITE FAILED - "
041700             "STATUS " HOLIDAY-STATUS
041800         ADD 1 TO HMT-REJECT-COUNT
041900         GO TO 5000-EXIT
042000     END-IF.
042100     DISPLAY "      BEFORE (NO ENTRY)".
042200     PERFORM 6000-FORMAT-ENTRY-IMAGE THRU 6000-EXIT.
042300     DISPLAY "      AFTER  " HMT-IMAGE-TEXT.
042400     ADD 1 TO HMT-APPLIED-COUNT.
042500     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
042600 5000-EXIT.
042700     EXIT.
042800*-----------------------------------------------------
042900* 5200-APPLY-DELETE -- TAKE AN ENTRY OFF THE CALENDAR.
043000*-----------------------------------------------------
043100 5200-APPLY-DELETE.
043200     IF NOT HMT-ENTRY-FOUND
043300         DISPLAY "      REJECTED - ENTRY NOT ON THE "
043400             "CALENDAR"
043500         ADD 1 TO HMT-REJECT-COUNT
043600         GO TO 5200-EXIT
043700     END-IF.
043800     PERFORM 6000-FORMAT-ENTRY-IMAGE THRU 6000-EXIT.
043900     DELETE HOLIDAY-FILE RECORD.
044000     IF HOLIDAY-STATUS NOT = '00'
044100         DISPLAY "      REJECTED - CALENDAR DELETE FAILED - "
044200             "STATUS " HOLIDAY-STATUS
044300         ADD 1 TO HMT-REJECT-COUNT
044400         GO TO 5200-EXIT
044500     END-IF.
044600     DISPLAY "      BEFORE " HMT-IMAGE-TEXT.
044700     DISPLAY "      AFTER  (DELETED)".
044800     MOVE SPACE  TO HOL-WEEKEND-FLAG.
044900     MOVE SPACES TO HOL-DESCRIPTION.
045000     ADD 1 TO HMT-APPLIED-COUNT.
045100     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
045200 5200-EXIT.
045300     EXIT.
045400*-----------------------------------------------------
045500* 5400-APPLY-CHANGE -- SET AN EXISTING ENTRY'S WEEKEND
045600* FLAG AND/OR DESCRIPTION.  A SPACES FIELD LEAVES THAT
045700* VALUE ALONE; A CARD THAT WOULD CHANGE NOTHING IS
045800* REJECTED SO THE HISTORY ONLY RECORDS REAL CHANGES.
045900*-----------------------------------------------------
046000 5400-APPLY-CHANGE.
046100     IF NOT HMT-ENTRY-FOUND
046200         DISPLAY "      REJECTED - ENTRY NOT ON THE "
046300             "CALENDAR"
046400         ADD 1 TO HMT-REJECT-COUNT
046500         GO TO 5400-EXIT
046600     END-IF.
046700     IF CRD-WEEKEND-FLAG = SPACE AND CRD-DESCRIPTION = SPACES
046800         DISPLAY "      REJECTED - NOTHING TO CHANGE"
046900         ADD 1 TO HMT-REJECT-COUNT
047000         GO TO 5400-EXIT
047100     END-IF.
047200     PERFORM 6000-FORMAT-ENTRY-IMAGE THRU 6000-EXIT.
047300     DISPLAY "      BEFORE " HMT-IMAGE-TEXT.
047400     IF CRD-WEEKEND-FLAG NOT = SPACE
047500         MOVE CRD-WEEKEND-FLAG TO HOL-WEEKEND-FLAG
047600     END-IF.
047700     IF CRD-DESCRIPTION NOT = SPACES
047800         MOVE CRD-DESCRIPTION TO HOL-DESCRIPTION
047900     END-IF.
048000     IF HOL-WEEKEND-FLAG = HMT-BEFORE-WEEKEND-FLAG
048100         AND HOL-DESCRIPTION = HMT-BEFORE-DESCRIPTION
048200         DISPLAY "      REJECTED - CARD MATCHES THE CURRENT "
048300             "ENTRY"
048400         ADD 1 TO HMT-REJECT-COUNT
048500         GO TO 5400-EXIT
048600     END-IF.
048700     REWRITE HOLIDAY-RECORD.
048800     IF HOLIDAY-STATUS NOT = '00'
048900         DISPLAY "      REJECTED - CALENDAR REWRITE FAILED - "
049000             "STATUS " HOLIDAY-STATUS
049100         ADD 1 TO HMT-REJECT-COUNT
049200         GO TO 5400-EXIT
049300     END-IF.
049400     PERFORM 6000-FORMAT-ENTRY-IMAGE THRU 6000-EXIT.
049500     DISPLAY "      AFTER  " HMT-IMAGE-TEXT.
049600     ADD 1 TO HMT-APPLIED-COUNT.
049700     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
049800 5400-EXIT.
049900     EXIT.
050000*-----------------------------------------------------
050100* 6000-FORMAT-ENTRY-IMAGE -- THE CALENDAR RECORD AREA AS
050200* A PROOF-REPORT IMAGE: DATE, MARKET, WEEKEND FLAG,
050300* DESCRIPTION.
050400*-----------------------------------------------------
050500 6000-FORMAT-ENTRY-IMAGE.
050600     MOVE HOL-DATE         TO HMT-IMG-DATE.
050700     MOVE HOL-MARKET-CODE  TO HMT-IMG-MARKET.
050800     MOVE HOL-WEEKEND-FLAG TO HMT-IMG-WEEKEND-FLAG.
050900     MOVE HOL-DESCRIPTION  TO HMT-IMG-DESCRIPTION.
051000     MOVE HMT-IMAGE-WORK   TO HMT-IMAGE-TEXT.
051100 6000-EXIT.
051200     EXIT.
051300*-----------------------------------------------------
051400* 7000-PRINT-REPORT-FOOTER -- THE RUN TOTALS AND THE
051500* RESULT LINE.  RETURN CODE 4 WHEN ANY TRANSACTION WAS
051600* REJECTED, UNLESS A HISTORY FAILURE ALREADY SET 16.
051700*-----------------------------------------------------
051800 7000-PRINT-REPORT-FOOTER.
051900     DISPLAY "-----------------------------------------".
052000     DISPLAY "TRANSACTIONS READ . . . : " HMT-TRAN-COUNT.
052100     DISPLAY "TRANSACTIONS APPLIED. . : "
052200         HMT-APPLIED-COUNT.
052300     DISPLAY "TRANSACTIONS REJECTED . : "
052400         HMT-REJECT-COUNT.
052500     DISPLAY "HISTORY RECORDS WRITTEN : "
052600         HMT-HISTORY-COUNT.
052700     IF HMT-HISTORY-DOWN
052800         DISPLAY "MAINTENANCE RESULT. . . : HISTORY FAILURE "
052900             "- RECONCILE HOLCHIST BEFORE ANY FURTHER "
053000             "MAINTENANCE"
053100         GO TO 7000-CLOSE-REPORT
053200     END-IF.
053300     IF HMT-REJECT-COUNT = ZERO
053400         DISPLAY "MAINTENANCE RESULT. . . : CLEAN"
053500     ELSE
053600         DISPLAY "MAINTENANCE RESULT. . . : REJECTS - "
053700             "SEE LINES ABOVE"
053800         MOVE 4 TO PROGRAM-RETURN-CODE
053900     END-IF.
054000 7000-CLOSE-REPORT.
054100     DISPLAY "=========================================".
054200 7000-EXIT.
054300     EXIT.
054400*-----------------------------------------------------
054500* 8000-WRITE-HISTORY -- ADD THE CALENDAR-CHANGE HISTORY
054600* RECORD FOR THE TRANSACTION JUST APPLIED: THE ENTRY'S
054700* KEY, THE RUN DATE AND TIME, THE TRANSACTION NUMBER,
054800* THE BEFORE AND AFTER VALUES (BEFORE SAVED BY THE
054900* LOOKUP, AFTER FROM THE RECORD AREA), AND THE
055000* REQUESTER AND REASON FROM THE CARD.
055100*-----------------------------------------------------
055200 8000-WRITE-HISTORY.
055300     MOVE HOL-YEAR          TO HCH-HOL-YEAR.
055400     MOVE HOL-MONTH         TO HCH-HOL-MONTH.
055500     MOVE HOL-DAY           TO HCH-HOL-DAY.
055600     MOVE HOL-MARKET-CODE   TO HCH-MARKET-CODE.
055700     MOVE HMT-TODAY-DATE-8  TO HCH-CHANGE-DATE.
055800     MOVE HMT-RUN-TIME      TO HCH-CHANGE-TIME.
055900     MOVE HMT-TRAN-COUNT    TO HCH-TRAN-SEQ.
056000     MOVE CRD-ACTION        TO HCH-ACTION.
056100     MOVE HMT-BEFORE-WEEKEND-FLAG
056200         TO HCH-BEFORE-WEEKEND-FLAG.
056300     MOVE HMT-BEFORE-DESCRIPTION
056400         TO HCH-BEFORE-DESCRIPTION.
056500     MOVE HOL-WEEKEND-FLAG  TO HCH-AFTER-WEEKEND-FLAG.
056600     MOVE HOL-DESCRIPTION   TO HCH-AFTER-DESCRIPTION.
056700     MOVE CRD-REQUESTED-BY  TO HCH-REQUESTED-BY.
056800     MOVE CRD-REASON        TO HCH-REASON.
056900     MOVE 'HOLMAINT'        TO HCH-SOURCE-PROGRAM.
057000     WRITE HOL-CHANGE-RECORD.
057100     IF HOL-CHANGE-STATUS NOT = '00'
057200         DISPLAY "*** ABEND - CHANGE HISTORY WRITE FAILED - "
057300             "STATUS " HOL-CHANGE-STATUS " - THE CHANGE "
057400             "ABOVE IS ON THE CALENDAR WITH NO HISTORY "
057500             "RECORD ***"
057600         SET HMT-HISTORY-DOWN TO TRUE
057700         MOVE 16 TO PROGRAM-RETURN-CODE
057800         GO TO 8000-EXIT
057900     END-IF.
058000     ADD 1 TO HMT-HISTORY-COUNT.
058100 8000-EXIT.
058200     EXIT.
