000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OVRMAINT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  CARD-DRIVEN
001100*                REGISTRATION OF PROCESSING-DATE OVERRIDE
001200*                AUTHORIZATIONS ON THE KEYED OVERRIDE-
001300*                AUTHORIZATION FILE (OVRAUTH COPYBOOK).
001400*                DATE-PROGRAM NO LONGER HONORS AN OVERRIDE
001500*                CARD UNLESS AN OPEN, UNEXPIRED
001600*                AUTHORIZATION FOR THE CYCLE AND DATE IS
001700*                ON FILE, SO EVERY OVERRIDE NOW RECORDS
001800*                WHO ASKED FOR IT, WHO APPROVED IT AND WHY.
001900*                TRANSACTIONS: ADD (REGISTER AN
002000*                AUTHORIZATION -- THE APPROVER MUST NOT BE
002100*                THE REQUESTER) AND CANCEL (WITHDRAW AN
002200*                UNUSED ONE).  EVERY TRANSACTION IS
002300*                VALIDATED AND ECHOED TO A PROOF REPORT
002400*                WITH BEFORE AND AFTER IMAGES.
002500*-----------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800     SOURCE-COMPUTER. IBM-370.
002900     OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200* SYSIN-FILE -- THE TRANSACTION CARDS.  REQUIRED -- A
003300* MAINTENANCE RUN WITH NO CARDS IS A MISTAKE.
003400     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS SYSIN-STATUS.
003700* OVERRIDE-AUTH-FILE -- THE OVERRIDE AUTHORIZATIONS,
003800* KEYED BY CYCLE PLUS TARGET DATE PLUS AUTHORIZATION
003900* SEQUENCE AND MAINTAINED ONE RECORD AT A TIME.
004000     SELECT OVERRIDE-AUTH-FILE ASSIGN TO "OVRAUTH"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OVA-KEY
004400         FILE STATUS IS OVERRIDE-AUTH-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*-----------------------------------------------------
004800* ONE MAINTENANCE TRANSACTION: THE ACTION ('ADD' OR
004900* 'CANCEL'), THE CYCLE AND TARGET DATE (YYYYMMDD) IT
005000* APPLIES TO, AND FOR A CANCEL THE AUTHORIZATION
005100* SEQUENCE SHOWN ON THE ADD'S PROOF.  AN ADD ALSO
005200* CARRIES THE REQUESTER AND APPROVER IDS, THE LAST DATE
005300* THE AUTHORIZATION MAY BE USED ON, THE FORCED-RERUN
005400* FLAG ('Y' ALLOWS A FUTURE DATE OR A DATE THE CYCLE
005500* ALREADY COMPLETED CLEAN; SPACE OR 'N' DOES NOT) AND THE
005600* REASON TEXT.  AN ADD'S SEQUENCE IS ASSIGNED HERE.
005700*-----------------------------------------------------
005800 FD  SYSIN-FILE.
005900 01  MAINT-CARD.
006000     05  CRD-ACTION           PIC X(06).
006100     05  CRD-CYCLE-ID         PIC X(08).
006200     05  CRD-TARGET-DATE      PIC X(08).
006300     05  CRD-AUTH-SEQ         PIC X(03).
006400     05  CRD-REQUESTER        PIC X(08).
006500     05  CRD-APPROVER         PIC X(08).
006600     05  CRD-EXPIRY-DATE      PIC X(08).
006700     05  CRD-FORCED-FLAG      PIC X(01).
006800     05  CRD-REASON           PIC X(30).
006900*-----------------------------------------------------
007000* ONE REGISTERED OVERRIDE AUTHORIZATION.  SAME LAYOUT
007100* DATE-PROGRAM READS AND MARKS USED.
007200*-----------------------------------------------------
007300 FD  OVERRIDE-AUTH-FILE.
007400     COPY OVRAUTH.
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------
007700* PER-TRANSACTION WORK AREAS: WHETHER THE CARD'S
007800* AUTHORIZATION IS ON THE FILE, THE NEXT FREE SEQUENCE
007900* FOR AN ADD, THE BEFORE/AFTER IMAGES FOR THE PROOF
008000* REPORT, AND THE RUN TOTALS.
008100*-----------------------------------------------------
008200 77  SYSIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
008300     88  SYSIN-EOF                     VALUE 'Y'.
008400 77  OVM-FOUND-SWITCH         PIC X(01) VALUE 'N'.
008500     88  OVM-RECORD-FOUND              VALUE 'Y'.
008600 77  OVM-SCAN-DONE-SWITCH     PIC X(01) VALUE 'N'.
008700     88  OVM-SCAN-DONE                 VALUE 'Y'.
008800 77  OVM-LAST-SEQ             PIC 9(03) VALUE ZERO.
008900 77  OVM-TRAN-COUNT           PIC 9(03) VALUE ZERO.
009000 77  OVM-APPLIED-COUNT        PIC 9(03) VALUE ZERO.
009100 77  OVM-REJECT-COUNT         PIC 9(03) VALUE ZERO.
009200 77  OVM-ADDED-COUNT          PIC 9(03) VALUE ZERO.
009300 77  OVM-CANCELLED-COUNT      PIC 9(03) VALUE ZERO.
009400 77  OVM-IMAGE-TEXT           PIC X(52) VALUE SPACES.
009500 01  OVM-IMAGE-WORK.
009600     05  OVM-IMG-CYCLE-ID     PIC X(08).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  OVM-IMG-DATE         PIC 9(08).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  OVM-IMG-SEQ          PIC 9(03).
010100     05  FILLER               PIC X(01) VALUE SPACE.
010200     05  OVM-IMG-STATUS       PIC X(01).
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  OVM-IMG-FORCED       PIC X(01).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  OVM-IMG-REQUESTER    PIC X(08).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  OVM-IMG-APPROVER     PIC X(08).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  OVM-IMG-EXPIRY       PIC 9(08).
011100*-----------------------------------------------------
011200* DATE CHECKING.  OVM-CHECK-DATE IS THE CARD DATE UNDER
011300* TEST, BROKEN OUT BY COMPONENT; OVM-TODAY IS THE
011400* WALL-CLOCK DATE AN EXPIRY MAY NOT FALL BEFORE.
011500*-----------------------------------------------------
011600 77  OVM-TODAY                PIC 9(08) VALUE ZERO.
011700 01  OVM-CHECK-DATE           PIC 9(08) VALUE ZERO.
011800 01  OVM-CHECK-PARTS REDEFINES OVM-CHECK-DATE.
011900     05  OVM-CHECK-YEAR       PIC 9(04).
012000     05  OVM-CHECK-MONTH      PIC 9(02).
012100     05  OVM-CHECK-DAY        PIC 9(02).
012200 77  OVM-DATE-VALID-SWITCH    PIC X(01) VALUE 'N'.
012300     88  OVM-DATE-VALID                VALUE 'Y'.
012400 77  OVM-TARGET-DATE          PIC 9(08) VALUE ZERO.
012500 77  OVM-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
012600 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
012700 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
012800*-----------------------------------------------------
012900* LITERAL TABLE OF DAYS PER CALENDAR MONTH, INDEXED BY
013000* MONTH.  FEBRUARY IS ADJUSTED TO 29 IN A LEAP YEAR.
013100*-----------------------------------------------------
013200 01  DAYS-IN-MONTH-VALUES.
013300     05  FILLER  PIC 9(02) VALUE 31.
013400     05  FILLER  PIC 9(02) VALUE 28.
013500     05  FILLER  PIC 9(02) VALUE 31.
013600     05  FILLER  PIC 9(02) VALUE 30.
013700     05  FILLER  PIC 9(02) VALUE 31.
013800     05  FILLER  PIC 9(02) VALUE 30.
013900     05  FILLER  PIC 9(02) VALUE 31.
014000     05  FILLER  PIC 9(02) VALUE 31.
014100     05  FILLER  PIC 9(02) VALUE 30.
014200     05  FILLER  PIC 9(02) VALUE 31.
014300     05  FILLER  PIC 9(02) VALUE 30.
014400     05  FILLER  PIC 9(02) VALUE 31.
014500 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
014600     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
014700 77  DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
014800 77  TIME-OF-DAY              PIC 9(08) VALUE ZERO.
014900*-----------------------------------------------------
015000* FILE STATUS SWITCHES AND RETURN CODE.  AN
015100* AUTHORIZATION FILE THAT CANNOT BE OPENED REFUSES THE
015200* WHOLE RUN WITH 16; ANY REJECTED TRANSACTION RETURNS 4
015300* WITH THE GOOD ONES APPLIED.
015400*-----------------------------------------------------
015500 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
015600 77  OVERRIDE-AUTH-STATUS     PIC X(02) VALUE '00'.
015700 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
015800 PROCEDURE DIVISION.
015900*-----------------------------------------------------
016000* 0000-MAINLINE
016100*-----------------------------------------------------
016200 0000-MAINLINE.
016300     PERFORM 1000-OPEN-AUTH-FILE THRU 1000-EXIT.
016400     IF PROGRAM-RETURN-CODE NOT = ZERO
016500         GO TO 0000-FINISH.
016600     PERFORM 2000-PRINT-REPORT-HEADER THRU 2000-EXIT.
016700     PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT.
016800     CLOSE OVERRIDE-AUTH-FILE.
016900     IF OVM-TRAN-COUNT = ZERO
017000         DISPLAY "*** ABEND - NO TRANSACTION CARDS IN "
017100             "SYSIN - AUTHORIZATION FILE UNTOUCHED ***"
017200         MOVE 16 TO PROGRAM-RETURN-CODE
017300         GO TO 0000-FINISH
017400     END-IF.
017500     PERFORM 7000-PRINT-REPORT-FOOTER THRU 7000-EXIT.
017600 0000-FINISH.
017700     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
017800     STOP RUN.
017900*-----------------------------------------------------
018000* 1000-OPEN-AUTH-FILE -- OPEN THE AUTHORIZATION FILE FOR
018100* UPDATE.  A MISSING FILE IS CREATED EMPTY (FIRST-EVER
018200* REGISTRATION); ANY OTHER OPEN FAILURE REFUSES THE RUN.
018300*-----------------------------------------------------
018400 1000-OPEN-AUTH-FILE.
018500     ACCEPT OVM-TODAY FROM DATE YYYYMMDD.
018600     OPEN I-O OVERRIDE-AUTH-FILE.
018700     IF OVERRIDE-AUTH-STATUS = '35'
018800         DISPLAY "(OVERRIDE AUTHORIZATION FILE NOT FOUND - "
018900             "STARTING EMPTY)"
019000         OPEN OUTPUT OVERRIDE-AUTH-FILE
019100         CLOSE OVERRIDE-AUTH-FILE
019200         OPEN I-O OVERRIDE-AUTH-FILE
019300     END-IF.
019400     IF OVERRIDE-AUTH-STATUS NOT = '00'
019500         DISPLAY "*** ABEND - OVRAUTH CANNOT BE OPENED FOR "
019600             "UPDATE - FILE STATUS " OVERRIDE-AUTH-STATUS
019700             " ***"
019800         MOVE 16 TO PROGRAM-RETURN-CODE
019900     END-IF.
020000 1000-EXIT.
020100     EXIT.
020200 2000-PRINT-REPORT-HEADER.
020300     DISPLAY "=========================================".
020400     DISPLAY "   OVERRIDE AUTHORIZATION MAINTENANCE    ".
020500     DISPLAY "=========================================".
020600     DISPLAY "IMAGE: CYCLE DATE SEQ STATUS FORCED "
020700         "REQUESTER APPROVER EXPIRY".
020800 2000-EXIT.
020900     EXIT.
021000*-----------------------------------------------------
021100* 3000-PROCESS-TRANSACTIONS -- READ, VALIDATE AND APPLY
021200* EVERY TRANSACTION CARD, ECHOING EACH WITH BEFORE AND
021300* AFTER IMAGES.
021400*-----------------------------------------------------
021500 3000-PROCESS-TRANSACTIONS.
021600     OPEN INPUT SYSIN-FILE.
021700     IF SYSIN-STATUS = '35'
021800         SET SYSIN-EOF TO TRUE
021900         GO TO 3000-EXIT
022000     END-IF.
022100     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
022200         UNTIL SYSIN-EOF.
022300     CLOSE SYSIN-FILE.
022400 3000-EXIT.
022500     EXIT.
022600*-----------------------------------------------------
022700* 3100-APPLY-ONE-CARD -- ONE TRANSACTION.  THE CYCLE AND
022800* TARGET DATE ARE CHECKED HERE FOR BOTH ACTIONS.
022900*-----------------------------------------------------
023000 3100-APPLY-ONE-CARD.
023100     READ SYSIN-FILE
023200         AT END
023300             SET SYSIN-EOF TO TRUE
023400             GO TO 3100-EXIT
023500     END-READ.
023600     ADD 1 TO OVM-TRAN-COUNT.
023700     DISPLAY "TRAN " OVM-TRAN-COUNT " " CRD-ACTION
023800         " CYCLE " CRD-CYCLE-ID " DATE " CRD-TARGET-DATE.
023900     IF CRD-CYCLE-ID = SPACES
024000         DISPLAY "      REJECTED - NO CYCLE ID"
024100         ADD 1 TO OVM-REJECT-COUNT
024200         GO TO 3100-EXIT
024300     END-IF.
024400     IF CRD-TARGET-DATE NOT NUMERIC
024500         DISPLAY "      REJECTED - TARGET DATE '"
024600             CRD-TARGET-DATE "' NOT NUMERIC"
024700         ADD 1 TO OVM-REJECT-COUNT
024800         GO TO 3100-EXIT
024900     END-IF.
025000     MOVE CRD-TARGET-DATE TO OVM-CHECK-DATE.
025100     PERFORM 4100-CHECK-CARD-DATE THRU 4100-EXIT.
025200     IF NOT OVM-DATE-VALID
025300         DISPLAY "      REJECTED - TARGET DATE "
025400             CRD-TARGET-DATE " IS NOT A REAL DATE"
025500         ADD 1 TO OVM-REJECT-COUNT
025600         GO TO 3100-EXIT
025700     END-IF.
025800     MOVE OVM-CHECK-DATE TO OVM-TARGET-DATE.
025900     IF CRD-ACTION = 'ADD'
026000         PERFORM 5000-APPLY-ADD THRU 5000-EXIT
026100         GO TO 3100-EXIT
026200     END-IF.
026300     IF CRD-ACTION = 'CANCEL'
026400         PERFORM 5200-APPLY-CANCEL THRU 5200-EXIT
026500         GO TO 3100-EXIT
026600     END-IF.
026700     DISPLAY "      REJECTED - ACTION '" CRD-ACTION
026800         "' NOT ADD OR CANCEL".
026900     ADD 1 TO OVM-REJECT-COUNT.
027000 3100-EXIT.
027100     EXIT.
027200*-----------------------------------------------------
027300* 4000-READ-AUTH-RECORD -- READ THE CARD'S AUTHORIZATION
027400* BY KEY INTO THE RECORD AREA.
027500*-----------------------------------------------------
027600 4000-READ-AUTH-RECORD.
027700     MOVE 'N' TO OVM-FOUND-SWITCH.
027800     MOVE CRD-CYCLE-ID    TO OVA-CYCLE-ID.
027900     MOVE OVM-TARGET-DATE TO OVA-TARGET-DATE.
028000     MOVE CRD-AUTH-SEQ    TO OVA-AUTH-SEQ.
028100     READ OVERRIDE-AUTH-FILE
028200         INVALID KEY
028300             CONTINUE
028400         NOT INVALID KEY
028500             SET OVM-RECORD-FOUND TO TRUE
028600     END-READ.
028700 4000-EXIT.
028800     EXIT.
028900*-----------------------------------------------------
029000* 4100-CHECK-CARD-DATE -- IS OVM-CHECK-DATE A REAL
029100* CALENDAR DATE INSIDE THE SHOP'S OPERATIONAL WINDOW?
029200*-----------------------------------------------------
029300 4100-CHECK-CARD-DATE.
029400     MOVE 'N' TO OVM-DATE-VALID-SWITCH.
029500     IF OVM-CHECK-YEAR < MINIMUM-VALID-YEAR
029600         OR OVM-CHECK-YEAR > MAXIMUM-VALID-YEAR
029700         OR OVM-CHECK-MONTH < 01
029800         OR OVM-CHECK-MONTH > 12
029900         GO TO 4100-EXIT.
030000     MOVE DAYS-IN-MONTH-ENTRY(OVM-CHECK-MONTH)
030100         TO DAYS-IN-MONTH.
030200     IF OVM-CHECK-MONTH = 02
030300         AND ((FUNCTION MOD(OVM-CHECK-YEAR, 4) = 0
030400                 AND FUNCTION MOD(OVM-CHECK-YEAR, 100)
030500                     NOT = 0)
030600             OR FUNCTION MOD(OVM-CHECK-YEAR, 400) = 0)
030700         MOVE 29 TO DAYS-IN-MONTH
030800     END-IF.
030900     IF OVM-CHECK-DAY < 01
031000         OR OVM-CHECK-DAY > DAYS-IN-MONTH
031100         GO TO 4100-EXIT.
031200     SET OVM-DATE-VALID TO TRUE.
031300 4100-EXIT.
031400     EXIT.
031500*-----------------------------------------------------
031600* 5000-APPLY-ADD -- REGISTER A NEW AUTHORIZATION UNDER
031700* THE NEXT FREE SEQUENCE FOR ITS CYCLE AND DATE.  THE
031800* REQUESTER, APPROVER AND REASON ARE ALL REQUIRED, THE
031900* APPROVER MAY NOT BE THE REQUESTER, AND THE EXPIRY MAY
032000* NOT ALREADY BE PAST.
032100*-----------------------------------------------------
032200 5000-APPLY-ADD.
032300     IF CRD-REQUESTER = SPACES
032400         DISPLAY "      REJECTED - NO REQUESTER"
032500         ADD 1 TO OVM-REJECT-COUNT
032600         GO TO 5000-EXIT
032700     END-IF.
032800     IF CRD-APPROVER = SPACES
032900         DISPLAY "      REJECTED - NO APPROVER"
033000         ADD 1 TO OVM-REJECT-COUNT
033100         GO TO 5000-EXIT
033200     END-IF.
033300     IF CRD-APPROVER = CRD-REQUESTER
033400         DISPLAY "      REJECTED - APPROVER " CRD-APPROVER
033500             " IS ALSO THE REQUESTER"
033600         ADD 1 TO OVM-REJECT-COUNT
033700         GO TO 5000-EXIT
033800     END-IF.
033900     IF CRD-REASON = SPACES
034000         DISPLAY "      REJECTED - NO REASON GIVEN"
034100         ADD 1 TO OVM-REJECT-COUNT
034200         GO TO 5000-EXIT
034300     END-IF.
034400     IF CRD-FORCED-FLAG NOT = 'Y'
034500         AND CRD-FORCED-FLAG NOT = 'N'
034600         AND CRD-FORCED-FLAG NOT = SPACE
034700         DISPLAY "      REJECTED - FORCED-RERUN FLAG '"
034800             CRD-FORCED-FLAG "' NOT Y OR N"
034900         ADD 1 TO OVM-REJECT-COUNT
035000         GO TO 5000-EXIT
035100     END-IF.
035200     IF CRD-EXPIRY-DATE NOT NUMERIC
035300         DISPLAY "      REJECTED - EXPIRY DATE '"
035400             CRD-EXPIRY-DATE "' NOT NUMERIC"
035500         ADD 1 TO OVM-REJECT-COUNT
035600         GO TO 5000-EXIT
035700     END-IF.
035800     MOVE CRD-EXPIRY-DATE TO OVM-CHECK-DATE.
035900     PERFORM 4100-CHECK-CARD-DATE THRU 4100-EXIT.
036000     IF NOT OVM-DATE-VALID
036100         DISPLAY "      REJECTED - EXPIRY DATE "
036200             CRD-EXPIRY-DATE " IS NOT A REAL DATE"
036300         ADD 1 TO OVM-REJECT-COUNT
036400         GO TO 5000-EXIT
036500     END-IF.
036600     MOVE OVM-CHECK-DATE TO OVM-EXPIRY-DATE.
036700     IF OVM-EXPIRY-DATE < OVM-TODAY
036800         DISPLAY "      REJECTED - EXPIRY DATE "
036900             OVM-EXPIRY-DATE " IS ALREADY PAST"
037000         ADD 1 TO OVM-REJECT-COUNT
037100         GO TO 5000-EXIT
037200     END-IF.
037300     PERFORM 5100-FIND-NEXT-SEQ THRU 5100-EXIT.
037400     IF OVM-LAST-SEQ NOT < 999
037500         DISPLAY "      REJECTED - 999 AUTHORIZATIONS "
037600             "ALREADY ON FILE FOR THIS CYCLE AND DATE"
037700         ADD 1 TO OVM-REJECT-COUNT
037800         GO TO 5000-EXIT
037900     END-IF.
038000     MOVE CRD-CYCLE-ID    TO OVA-CYCLE-ID.
038100     MOVE OVM-TARGET-DATE TO OVA-TARGET-DATE.
038200     COMPUTE OVA-AUTH-SEQ = OVM-LAST-SEQ + 1.
038300     SET OVA-OPEN TO TRUE.
038400     IF CRD-FORCED-FLAG = 'Y'
038500         MOVE 'Y' TO OVA-FORCED-RERUN-FLAG
038600     ELSE
038700         MOVE 'N' TO OVA-FORCED-RERUN-FLAG
038800     END-IF.
038900     MOVE CRD-REQUESTER   TO OVA-REQUESTER.
039000     MOVE CRD-APPROVER    TO OVA-APPROVER.
039100     MOVE CRD-REASON      TO OVA-REASON.
039200     MOVE OVM-EXPIRY-DATE TO OVA-EXPIRY-DATE.
039300     MOVE OVM-TODAY       TO OVA-REGISTERED-DATE.
039400     ACCEPT TIME-OF-DAY FROM TIME.
039500     MOVE TIME-OF-DAY     TO OVA-REGISTERED-TIME.
039600     MOVE ZERO            TO OVA-USED-DATE.
039700     MOVE ZERO            TO OVA-USED-TIME.
039800     MOVE ZERO            TO OVA-USED-RUN-SEQ.
039900     MOVE ZERO            TO OVA-USED-RETURN-CODE.
040000     WRITE OVERRIDE-AUTH-RECORD
040100         INVALID KEY
040200             DISPLAY "      REJECTED - WRITE FAILED, FILE "
040300                 "STATUS " OVERRIDE-AUTH-STATUS
040400             ADD 1 TO OVM-REJECT-COUNT
040500             GO TO 5000-EXIT
040600     END-WRITE.
040700     DISPLAY "      BEFORE (NO RECORD)".
040800     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
040900     DISPLAY "      AFTER  " OVM-IMAGE-TEXT.
041000     DISPLAY "      REASON " OVA-REASON.
041100     ADD 1 TO OVM-APPLIED-COUNT.
041200     ADD 1 TO OVM-ADDED-COUNT.
041300 5000-EXIT.
041400     EXIT.
041500*-----------------------------------------------------
041600* 5100-FIND-NEXT-SEQ -- START AT THE CARD'S CYCLE AND
041700* DATE AND READ THROUGH ITS AUTHORIZATIONS, LEAVING THE
041800* HIGHEST SEQUENCE IN USE IN OVM-LAST-SEQ (ZERO IF NONE).
041900*-----------------------------------------------------
042000 5100-FIND-NEXT-SEQ.
042100     MOVE ZERO TO OVM-LAST-SEQ.
042200     MOVE 'N' TO OVM-SCAN-DONE-SWITCH.
042300     MOVE CRD-CYCLE-ID    TO OVA-CYCLE-ID.
042400     MOVE OVM-TARGET-DATE TO OVA-TARGET-DATE.
042500     MOVE ZERO            TO OVA-AUTH-SEQ.
042600     START OVERRIDE-AUTH-FILE KEY NOT < OVA-KEY
042700         INVALID KEY
042800             SET OVM-SCAN-DONE TO TRUE
042900     END-START.
043000     PERFORM 5150-READ-NEXT-SEQ THRU 5150-EXIT
043100         UNTIL OVM-SCAN-DONE.
043200 5100-EXIT.
043300     EXIT.
043400 5150-READ-NEXT-SEQ.
043500     READ OVERRIDE-AUTH-FILE NEXT RECORD
043600         AT END
043700             SET OVM-SCAN-DONE TO TRUE
043800             GO TO 5150-EXIT
043900     END-READ.
044000     IF OVA-CYCLE-ID NOT = CRD-CYCLE-ID
044100         OR OVA-TARGET-DATE NOT = OVM-TARGET-DATE
044200         SET OVM-SCAN-DONE TO TRUE
044300         GO TO 5150-EXIT
044400     END-IF.
044500     MOVE OVA-AUTH-SEQ TO OVM-LAST-SEQ.
044600 5150-EXIT.
044700     EXIT.
044800*-----------------------------------------------------
044900* 5200-APPLY-CANCEL -- WITHDRAW AN AUTHORIZATION THAT
045000* HAS NOT BEEN USED.  THE RECORD IS KEPT, MARKED
045100* CANCELLED, SO THE MONTHLY AUDIT STILL SHOWS IT.
045200*-----------------------------------------------------
045300 5200-APPLY-CANCEL.
045400     IF CRD-AUTH-SEQ NOT NUMERIC
045500         DISPLAY "      REJECTED - AUTHORIZATION SEQUENCE '"
045600             CRD-AUTH-SEQ "' NOT NUMERIC"
045700         ADD 1 TO OVM-REJECT-COUNT
045800         GO TO 5200-EXIT
045900     END-IF.
046000     PERFORM 4000-READ-AUTH-RECORD THRU 4000-EXIT.
046100     IF OVERRIDE-AUTH-STATUS NOT = '00'
046200         AND OVERRIDE-AUTH-STATUS NOT = '23'
046300         DISPLAY "      REJECTED - OVRAUTH READ FAILED, FILE "
046400             "STATUS " OVERRIDE-AUTH-STATUS
046500         ADD 1 TO OVM-REJECT-COUNT
046600         GO TO 5200-EXIT
046700     END-IF.
046800     IF NOT OVM-RECORD-FOUND
046900         DISPLAY "      REJECTED - AUTHORIZATION " CRD-AUTH-SEQ
047000             " NOT ON FILE"
047100         ADD 1 TO OVM-REJECT-COUNT
047200         GO TO 5200-EXIT
047300     END-IF.
047400     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
047500     IF NOT OVA-OPEN
047600         DISPLAY "      BEFORE " OVM-IMAGE-TEXT
047700         DISPLAY "      REJECTED - AUTHORIZATION ALREADY "
047800             "USED OR CANCELLED"
047900         ADD 1 TO OVM-REJECT-COUNT
048000         GO TO 5200-EXIT
048100     END-IF.
048200     DISPLAY "      BEFORE " OVM-IMAGE-TEXT.
048300     SET OVA-CANCELLED TO TRUE.
048400     REWRITE OVERRIDE-AUTH-RECORD
048500         INVALID KEY
048600             DISPLAY "      REJECTED - REWRITE FAILED, FILE "
048700                 "STATUS " OVERRIDE-AUTH-STATUS
048800             ADD 1 TO OVM-REJECT-COUNT
048900             GO TO 5200-EXIT
049000     END-REWRITE.
049100     PERFORM 6000-FORMAT-RECORD-IMAGE THRU 6000-EXIT.
049200     DISPLAY "      AFTER  " OVM-IMAGE-TEXT.
049300     ADD 1 TO OVM-APPLIED-COUNT.
049400     ADD 1 TO OVM-CANCELLED-COUNT.
049500 5200-EXIT.
049600     EXIT.
049700*-----------------------------------------------------
049800* 6000-FORMAT-RECORD-IMAGE -- THE RECORD AREA AS A
049900* PROOF-REPORT IMAGE: CYCLE, TARGET DATE, SEQUENCE,
050000* STATUS, FORCED-RERUN FLAG, REQUESTER, APPROVER AND
050100* EXPIRY DATE.
050200*-----------------------------------------------------
050300 6000-FORMAT-RECORD-IMAGE.
050400     MOVE OVA-CYCLE-ID          TO OVM-IMG-CYCLE-ID.
050500     MOVE OVA-TARGET-DATE       TO OVM-IMG-DATE.
050600     MOVE OVA-AUTH-SEQ          TO OVM-IMG-SEQ.
050700     MOVE OVA-STATUS            TO OVM-IMG-STATUS.
050800     MOVE OVA-FORCED-RERUN-FLAG TO OVM-IMG-FORCED.
050900     MOVE OVA-REQUESTER         TO OVM-IMG-REQUESTER.
051000     MOVE OVA-APPROVER          TO OVM-IMG-APPROVER.
051100     MOVE OVA-EXPIRY-DATE       TO OVM-IMG-EXPIRY.
051200     MOVE OVM-IMAGE-WORK TO OVM-IMAGE-TEXT.
051300 6000-EXIT.
051400     EXIT.
051500*-----------------------------------------------------
051600* 7000-PRINT-REPORT-FOOTER -- THE RUN TOTALS AND THE
051700* RESULT LINE, AND RETURN CODE 4 WHEN ANY TRANSACTION
051800* WAS REJECTED.
051900*-----------------------------------------------------
052000 7000-PRINT-REPORT-FOOTER.
052100     DISPLAY "-----------------------------------------".
052200     DISPLAY "TRANSACTIONS READ . . . : " OVM-TRAN-COUNT.
052300     DISPLAY "TRANSACTIONS APPLIED. . : "
052400         OVM-APPLIED-COUNT.
052500     DISPLAY "TRANSACTIONS REJECTED . : "
052600         OVM-REJECT-COUNT.
052700     DISPLAY "AUTHORIZATIONS ADDED. . : " OVM-ADDED-COUNT.
052800     DISPLAY "AUTHORIZATIONS CANCELLED: "
052900         OVM-CANCELLED-COUNT.
053000     IF OVM-REJECT-COUNT = ZERO
053100         DISPLAY "MAINTENANCE RESULT. . . : CLEAN"
053200     ELSE
053300         DISPLAY "MAINTENANCE RESULT. . . : REJECTS - "
053400             "SEE LINES ABOVE"
053500         MOVE 4 TO PROGRAM-RETURN-CODE
053600     END-IF.
053700     DISPLAY "=========================================".
053800 7000-EXIT.
053900     EXIT.
