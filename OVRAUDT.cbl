000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OVRAUDT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-CONTROL-GROUP.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*-----------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------
001000* 10/15/26  RDH  ORIGINAL VERSION.  MONTHLY PROCESSING-
001100*                DATE OVERRIDE AUDIT REPORT FOR SIGN-OFF.
001200*                FOR THE MONTH ON THE PARAMETER CARD IT
001300*                LISTS EVERY OVERRIDE AUTHORIZATION
001400*                REGISTERED, EVERY ONE DATE-PROGRAM USED,
001500*                EVERY ONE THAT EXPIRED UNUSED, AND EVERY
001600*                OVERRIDE DATE-PROGRAM REFUSED (ALERT
001700*                HISTORY CODE OVRR, WITH THE REFUSAL TEXT
001800*                FROM THE EXCEPTION FILE).
001900*-----------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200     SOURCE-COMPUTER. IBM-370.
002300     OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600* SYSIN-FILE -- PARAMETER CARD: PERIOD YYYYMM AND CYCLE
002700* ID (BLANK MEANS EVERY CYCLE).  REQUIRED.
002800     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS SYSIN-STATUS.
003100* OVERRIDE-AUTH-FILE -- THE KEYED OVERRIDE
003200* AUTHORIZATIONS OVRMAINT REGISTERS AND DATE-PROGRAM
003300* MARKS USED.  READ STRAIGHT THROUGH ONCE PER SECTION.
003400* NOT OPTIONAL, SO A MISSING DATASET IS REPORTED RATHER
003500* THAN READ AS A MONTH WITH NO OVERRIDES.
003600     SELECT OVERRIDE-AUTH-FILE ASSIGN TO "OVRAUTH"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OVA-KEY
004000         FILE STATUS IS OVERRIDE-AUTH-STATUS.
004100* ALERT-HIST-FILE -- THE KEYED ALERT HISTORY.  KEYED BY
004200* PROCESS DATE, BUT A REFUSED OVERRIDE IS REPORTED IN
004300* THE MONTH IT WAS REFUSED, SO IT IS READ STRAIGHT
004400* THROUGH.  NOT OPTIONAL, FOR THE SAME REASON.
004500     SELECT ALERT-HIST-FILE ASSIGN TO "ALERTHIS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS AHS-KEY
004900         FILE STATUS IS ALERT-HIST-STATUS.
005000* EXCEPTION-FILE -- THE KEYED EXCEPTION TRAIL, READ BY
005100* KEY FOR EACH REFUSAL'S REASON TEXT.
005200     SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS EXC-KEY
005600         FILE STATUS IS EXCEPTION-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*-----------------------------------------------------
006000* AUDIT PERIOD CARD.
006100*-----------------------------------------------------
006200 FD  SYSIN-FILE.
006300 01  PERIOD-CARD.
006400     05  CRD-PERIOD-YEAR      PIC 9(04).
006500     05  CRD-PERIOD-MONTH     PIC 9(02).
006600     05  CRD-CYCLE-ID         PIC X(08).
006700     05  FILLER               PIC X(66).
006800*-----------------------------------------------------
006900* ONE REGISTERED OVERRIDE AUTHORIZATION.  SHARED LAYOUT
007000* WITH DATE-PROGRAM AND OVRMAINT VIA THE OVRAUTH
007100* COPYBOOK.
007200*-----------------------------------------------------
007300 FD  OVERRIDE-AUTH-FILE.
007400     COPY OVRAUTH.
007500*-----------------------------------------------------
007600* ONE HISTORY RECORD PER OPERATOR ALERT.  SHARED LAYOUT
007700* WITH DATE-PROGRAM VIA THE ALERTHIS COPYBOOK.
007800*-----------------------------------------------------
007900 FD  ALERT-HIST-FILE.
008000     COPY ALERTHIS.
008100*-----------------------------------------------------
008200* ONE RECORD PER REJECTED PROCESSING DATE OR REFUSED
008300* OVERRIDE.  SHARED LAYOUT WITH DATE-PROGRAM VIA THE
008400* EXCREC COPYBOOK.
008500*-----------------------------------------------------
008600 FD  EXCEPTION-FILE.
008700     COPY EXCREC.
008800 WORKING-STORAGE SECTION.
008900*-----------------------------------------------------
009000* THE PERIOD UNDER AUDIT.  OVD-CYCLE-ID SPACES MEANS
009100* EVERY CYCLE.  OVD-TODAY IS THE WALL-CLOCK DATE -- AN
009200* AUTHORIZATION WHOSE EXPIRY FALLS IN THE PERIOD IS ONLY
009300* EXPIRED ONCE THAT DATE IS BEHIND US.
009400*-----------------------------------------------------
009500 77  OVD-PERIOD-YEAR          PIC 9(04) VALUE ZERO.
009600 77  OVD-PERIOD-MONTH         PIC 9(02) VALUE ZERO.
009700 77  OVD-CYCLE-ID             PIC X(08) VALUE SPACES.
009800 77  OVD-TODAY                PIC 9(08) VALUE ZERO.
009900 77  OVD-CARD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
010000     88  OVD-CARD-FOUND                VALUE 'Y'.
010100 77  MINIMUM-VALID-YEAR       PIC 9(04) VALUE 1970.
010200 77  MAXIMUM-VALID-YEAR       PIC 9(04) VALUE 2099.
010300*-----------------------------------------------------
010400* A DATE FROM THE FILES UNDER TEST, BROKEN OUT SO ITS
010500* YEAR AND MONTH CAN BE MATCHED TO THE PERIOD.
010600*-----------------------------------------------------
010700 01  OVD-WORK-DATE            PIC 9(08) VALUE ZERO.
010800 01  OVD-WORK-PARTS REDEFINES OVD-WORK-DATE.
010900     05  OVD-WORK-YEAR        PIC 9(04).
011000     05  OVD-WORK-MONTH       PIC 9(02).
011100     05  OVD-WORK-DAY         PIC 9(02).
011200 77  OVD-IN-PERIOD-SWITCH     PIC X(01) VALUE 'N'.
011300     88  OVD-IN-PERIOD                 VALUE 'Y'.
011400*-----------------------------------------------------
011500* SWEEP CONTROL.  OVD-SECTION SAYS WHICH LIST THE
011600* CURRENT PASS OF THE AUTHORIZATION FILE IS PRINTING.
011700*-----------------------------------------------------
011800 77  OVD-EOF-SWITCH           PIC X(01) VALUE 'N'.
011900     88  OVD-EOF                       VALUE 'Y'.
012000 77  OVD-SECTION              PIC X(01) VALUE SPACE.
012100     88  OVD-SECTION-REQUESTED         VALUE 'R'.
012200     88  OVD-SECTION-USED              VALUE 'U'.
012300     88  OVD-SECTION-EXPIRED           VALUE 'E'.
012400 77  OVD-AUTH-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
012500     88  OVD-AUTH-AVAILABLE            VALUE 'Y'.
012600 77  OVD-EXC-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
012700     88  OVD-EXC-AVAILABLE             VALUE 'Y'.
012800*-----------------------------------------------------
012900* SECTION COUNTS FOR THE SUMMARY.
013000*-----------------------------------------------------
013100 77  OVD-REQUESTED-COUNT      PIC 9(05) VALUE ZERO.
013200 77  OVD-FORCED-COUNT         PIC 9(05) VALUE ZERO.
013300 77  OVD-USED-COUNT           PIC 9(05) VALUE ZERO.
013400 77  OVD-EXPIRED-COUNT        PIC 9(05) VALUE ZERO.
013500 77  OVD-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
013600*-----------------------------------------------------
013700* REPORT LINES.
013800*-----------------------------------------------------
013900 01  OVD-AUTH-LINE.
014000     05  FILLER               PIC X(02) VALUE SPACES.
014100     05  OVD-AL-CYCLE-ID      PIC X(08).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  OVD-AL-DATE          PIC 9(08).
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  OVD-AL-SEQ           PIC 9(03).
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  OVD-AL-STATUS        PIC X(01).
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  OVD-AL-FORCED        PIC X(01).
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  OVD-AL-REQUESTER     PIC X(08).
015200     05  FILLER               PIC X(01) VALUE SPACE.
015300     05  OVD-AL-APPROVER      PIC X(08).
015400     05  FILLER               PIC X(01) VALUE SPACE.
015500     05  OVD-AL-WHEN          PIC 9(08).
015600 01  OVD-USED-LINE.
015700     05  FILLER               PIC X(06) VALUE SPACES.
015800     05  FILLER               PIC X(09) VALUE 'USED ON  '.
015900     05  OVD-UL-DATE          PIC 9(08).
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  OVD-UL-TIME          PIC 9(08).
016200     05  FILLER               PIC X(10) VALUE '  RUN SEQ '.
016300     05  OVD-UL-RUN-SEQ       PIC 9(06).
016400     05  FILLER               PIC X(05) VALUE '  RC '.
016500     05  OVD-UL-RC            PIC 9(02).
016600 01  OVD-REFUSED-LINE.
016700     05  FILLER               PIC X(02) VALUE SPACES.
016800     05  OVD-RL-CYCLE-ID      PIC X(08).
016900     05  FILLER               PIC X(01) VALUE SPACE.
017000     05  OVD-RL-DATE          PIC 9(08).
017100     05  FILLER               PIC X(13) VALUE
017200                                  ' REFUSED ON  '.
017300     05  OVD-RL-ALERT-DATE    PIC 9(08).
017400     05  FILLER               PIC X(01) VALUE SPACE.
017500     05  OVD-RL-ALERT-TIME    PIC 9(08).
017600*-----------------------------------------------------
017700* FILE STATUS SWITCHES AND RETURN CODE.  A BAD PERIOD
017800* CARD IS 16; ANY REFUSED OR EXPIRED-UNUSED OVERRIDE, OR
017900* A FILE THAT COULD NOT BE READ, IS 4 -- THE REPORT
018000* NEEDS REVIEW BEFORE IT IS SIGNED.
018100*-----------------------------------------------------
018200 77  SYSIN-STATUS             PIC X(02) VALUE '00'.
018300 77  OVERRIDE-AUTH-STATUS     PIC X(02) VALUE '00'.
018400 77  ALERT-HIST-STATUS        PIC X(02) VALUE '00'.
018500 77  EXCEPTION-STATUS         PIC X(02) VALUE '00'.
018600 77  PROGRAM-RETURN-CODE      PIC 9(02) VALUE ZERO.
018700 PROCEDURE DIVISION.
018800*-----------------------------------------------------
018900* 0000-MAINLINE
019000*-----------------------------------------------------
019100 0000-MAINLINE.
019200     PERFORM 1000-GET-PERIOD-CARD THRU 1000-EXIT.
019300     IF PROGRAM-RETURN-CODE NOT = ZERO
019400         GO TO 0000-FINISH.
019500     PERFORM 2000-PRINT-REPORT-HEADER THRU 2000-EXIT.
019600     DISPLAY "-----------------------------------------".
019700     DISPLAY "AUTHORIZATIONS REQUESTED (REGISTERED IN "
019800         "PERIOD)".
019900     DISPLAY "  CYCLE    DATE     SEQ S F REQUESTR "
020000         "APPROVER EXPIRES".
020100     SET OVD-SECTION-REQUESTED TO TRUE.
020200     PERFORM 3000-SWEEP-AUTH-FILE THRU 3000-EXIT.
020300     IF OVD-REQUESTED-COUNT = ZERO
020400         DISPLAY "  (NONE)"
020500     END-IF.
020600     DISPLAY "-----------------------------------------".
020700     DISPLAY "OVERRIDES USED (HONORED BY DATE-PROGRAM IN "
020800         "PERIOD)".
020900     DISPLAY "  CYCLE    DATE     SEQ S F REQUESTR "
021000         "APPROVER EXPIRES".
021100     SET OVD-SECTION-USED TO TRUE.
021200     PERFORM 3000-SWEEP-AUTH-FILE THRU 3000-EXIT.
021300     IF OVD-USED-COUNT = ZERO
021400         DISPLAY "  (NONE)"
021500     END-IF.
021600     DISPLAY "-----------------------------------------".
021700     DISPLAY "AUTHORIZATIONS EXPIRED UNUSED IN PERIOD".
021800     DISPLAY "  CYCLE    DATE     SEQ S F REQUESTR "
021900         "APPROVER EXPIRED".
022000     SET OVD-SECTION-EXPIRED TO TRUE.
022100     PERFORM 3000-SWEEP-AUTH-FILE THRU 3000-EXIT.
022200     IF OVD-EXPIRED-COUNT = ZERO
022300         DISPLAY "  (NONE)"
022400     END-IF.
022500     DISPLAY "-----------------------------------------".
022600     DISPLAY "OVERRIDES REFUSED IN PERIOD (ALERT OVRR)".
022700     DISPLAY "  CYCLE    DATE".
022800     PERFORM 4000-SWEEP-ALERT-HISTORY THRU 4000-EXIT.
022900     IF OVD-REFUSED-COUNT = ZERO
023000         DISPLAY "  (NONE)"
023100     END-IF.
023200     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
023300 0000-FINISH.
023400     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
023500     STOP RUN.
023600*-----------------------------------------------------
023700* 1000-GET-PERIOD-CARD -- READ THE PERIOD CARD FROM
023800* SYSIN AND RANGE-CHECK IT.
023900*-----------------------------------------------------
024000 1000-GET-PERIOD-CARD.
024100     ACCEPT OVD-TODAY FROM DATE YYYYMMDD.
024200     MOVE 'N' TO OVD-CARD-FOUND-SWITCH.
024300     OPEN INPUT SYSIN-FILE.
024400     IF SYSIN-STATUS = '35'
024500         CONTINUE
024600     ELSE
024700         READ SYSIN-FILE
024800             AT END
024900                 CONTINUE
025000             NOT AT END
025100                 MOVE 'Y' TO OVD-CARD-FOUND-SWITCH
025200         END-READ
025300         CLOSE SYSIN-FILE
025400     END-IF.
025500     IF NOT OVD-CARD-FOUND
025600         DISPLAY "*** ABEND - NO PERIOD CARD IN SYSIN "
025700             "***"
025800         MOVE 16 TO PROGRAM-RETURN-CODE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     IF CRD-PERIOD-YEAR NOT NUMERIC
026200         OR CRD-PERIOD-MONTH NOT NUMERIC
026300         DISPLAY "*** ABEND - PERIOD " CRD-PERIOD-YEAR
026400             "/" CRD-PERIOD-MONTH " IS NOT NUMERIC ***"
026500         MOVE 16 TO PROGRAM-RETURN-CODE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     MOVE CRD-PERIOD-YEAR  TO OVD-PERIOD-YEAR.
026900     MOVE CRD-PERIOD-MONTH TO OVD-PERIOD-MONTH.
027000     IF CRD-CYCLE-ID NOT = LOW-VALUES
027100         MOVE CRD-CYCLE-ID TO OVD-CYCLE-ID
027200     END-IF.
027300     IF OVD-PERIOD-YEAR < MINIMUM-VALID-YEAR
027400         OR OVD-PERIOD-YEAR > MAXIMUM-VALID-YEAR
027500         OR OVD-PERIOD-MONTH < 01
027600         OR OVD-PERIOD-MONTH > 12
027700         DISPLAY "*** ABEND - PERIOD " OVD-PERIOD-YEAR
027800             "/" OVD-PERIOD-MONTH " NOT A VALID "
027900             "REPORTING PERIOD ***"
028000         MOVE 16 TO PROGRAM-RETURN-CODE
028100         GO TO 1000-EXIT
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.
028500 2000-PRINT-REPORT-HEADER.
028600     DISPLAY "=========================================".
028700     DISPLAY "     DATE OVERRIDE AUDIT REPORT          ".
028800     DISPLAY "=========================================".
028900     DISPLAY "PERIOD (YYYY/MM). . . . : "
029000         OVD-PERIOD-YEAR "/" OVD-PERIOD-MONTH.
029100     IF OVD-CYCLE-ID = SPACES
029200         DISPLAY "CYCLE ID. . . . . . . . : (ALL)"
029300     ELSE
029400         DISPLAY "CYCLE ID. . . . . . . . : " OVD-CYCLE-ID
029500     END-IF.
029600     DISPLAY "REPORT DATE . . . . . . : " OVD-TODAY.
029700     DISPLAY "STATUS S: O OPEN, U USED, C CANCELLED.  "
029800         "F: Y FORCED RERUN".
029900 2000-EXIT.
030000     EXIT.
030100*-----------------------------------------------------
030200* 3000-SWEEP-AUTH-FILE -- ONE PASS OF THE AUTHORIZATION
030300* FILE IN KEY ORDER, PRINTING THE RECORDS THAT BELONG IN
030400* THE CURRENT SECTION.
030500*-----------------------------------------------------
030600 3000-SWEEP-AUTH-FILE.
030700     MOVE 'N' TO OVD-EOF-SWITCH.
030800     OPEN INPUT OVERRIDE-AUTH-FILE.
030900     IF OVERRIDE-AUTH-STATUS NOT = '00'
031000         DISPLAY "*** WARNING - OVRAUTH NOT OPENED - FILE "
031100             "STATUS " OVERRIDE-AUTH-STATUS
031200             " - NO AUTHORIZATIONS LISTED ***"
031300         IF PROGRAM-RETURN-CODE < 4
031400             MOVE 4 TO PROGRAM-RETURN-CODE
031500         END-IF
031600         GO TO 3000-EXIT
031700     END-IF.
031800     PERFORM 3100-READ-NEXT-AUTH THRU 3100-EXIT
031900         UNTIL OVD-EOF.
032000     CLOSE OVERRIDE-AUTH-FILE.
032100 3000-EXIT.
032200     EXIT.
032300*-----------------------------------------------------
032400* 3100-READ-NEXT-AUTH -- ONE AUTHORIZATION.  REQUESTED
032500* MEANS REGISTERED IN THE PERIOD; USED MEANS HONORED IN
032600* THE PERIOD; EXPIRED MEANS STILL OPEN WITH AN EXPIRY
032700* DATE IN THE PERIOD THAT IS ALREADY PAST.
032800*-----------------------------------------------------
032900 3100-READ-NEXT-AUTH.
033000     READ OVERRIDE-AUTH-FILE NEXT RECORD
033100         AT END
033200             SET OVD-EOF TO TRUE
033300             GO TO 3100-EXIT
033400     END-READ.
033500     IF OVD-CYCLE-ID NOT = SPACES
033600         AND OVA-CYCLE-ID NOT = OVD-CYCLE-ID
033700         GO TO 3100-EXIT.
033800     IF OVD-SECTION-REQUESTED
033900         MOVE OVA-REGISTERED-DATE TO OVD-WORK-DATE
034000     END-IF.
034100     IF OVD-SECTION-USED
034200         MOVE OVA-USED-DATE TO OVD-WORK-DATE
034300     END-IF.
034400     IF OVD-SECTION-EXPIRED
034500         MOVE OVA-EXPIRY-DATE TO OVD-WORK-DATE
034600     END-IF.
034700     PERFORM 6000-CHECK-IN-PERIOD THRU 6000-EXIT.
034800     IF NOT OVD-IN-PERIOD
034900         GO TO 3100-EXIT.
035000     IF OVD-SECTION-USED
035100         AND NOT OVA-USED
035200         GO TO 3100-EXIT.
035300     IF OVD-SECTION-EXPIRED
035400         AND (NOT OVA-OPEN
035500             OR OVA-EXPIRY-DATE NOT < OVD-TODAY)
035600         GO TO 3100-EXIT.
035700     MOVE OVA-CYCLE-ID          TO OVD-AL-CYCLE-ID.
035800     MOVE OVA-TARGET-DATE       TO OVD-AL-DATE.
035900     MOVE OVA-AUTH-SEQ          TO OVD-AL-SEQ.
036000     MOVE OVA-STATUS            TO OVD-AL-STATUS.
036100     MOVE OVA-FORCED-RERUN-FLAG TO OVD-AL-FORCED.
036200     MOVE OVA-REQUESTER         TO OVD-AL-REQUESTER.
036300     MOVE OVA-APPROVER          TO OVD-AL-APPROVER.
036400     MOVE OVA-EXPIRY-DATE       TO OVD-AL-WHEN.
036500     DISPLAY OVD-AUTH-LINE.
036600     DISPLAY "      REASON   " OVA-REASON.
036700     IF OVD-SECTION-REQUESTED
036800         ADD 1 TO OVD-REQUESTED-COUNT
036900         IF OVA-FORCED-RERUN
037000             ADD 1 TO OVD-FORCED-COUNT
037100         END-IF
037200     END-IF.
037300     IF OVD-SECTION-USED
037400         MOVE OVA-USED-DATE        TO OVD-UL-DATE
037500         MOVE OVA-USED-TIME        TO OVD-UL-TIME
037600         MOVE OVA-USED-RUN-SEQ     TO OVD-UL-RUN-SEQ
037700         MOVE OVA-USED-RETURN-CODE TO OVD-UL-RC
037800         DISPLAY OVD-USED-LINE
037900         ADD 1 TO OVD-USED-COUNT
038000     END-IF.
038100     IF OVD-SECTION-EXPIRED
038200         ADD 1 TO OVD-EXPIRED-COUNT
038300     END-IF.
038400 3100-EXIT.
038500     EXIT.
038600*-----------------------------------------------------
038700* 4000-SWEEP-ALERT-HISTORY -- READ THE WHOLE ALERT
038800* HISTORY FOR OVRR ALERTS RAISED IN THE PERIOD.  THE
038900* EXCEPTION FILE IS OPENED ALONGSIDE FOR THE REFUSAL
039000* TEXT; WITHOUT IT THE REFUSALS ARE STILL LISTED.
039100*-----------------------------------------------------
039200 4000-SWEEP-ALERT-HISTORY.
039300     MOVE 'N' TO OVD-EOF-SWITCH.
039400     OPEN INPUT ALERT-HIST-FILE.
039500     IF ALERT-HIST-STATUS NOT = '00'
039600         DISPLAY "*** WARNING - ALERT HISTORY NOT OPENED - "
039700             "FILE STATUS " ALERT-HIST-STATUS
039800             " - NO REFUSALS LISTED ***"
039900         IF PROGRAM-RETURN-CODE < 4
040000             MOVE 4 TO PROGRAM-RETURN-CODE
040100         END-IF
040200         GO TO 4000-EXIT
040300     END-IF.
040400     MOVE 'N' TO OVD-EXC-AVAIL-SWITCH.
040500     OPEN INPUT EXCEPTION-FILE.
040600     IF EXCEPTION-STATUS = '00'
040700         SET OVD-EXC-AVAILABLE TO TRUE
040800     ELSE
040900         DISPLAY "*** WARNING - EXCFILE NOT OPENED - FILE "
041000             "STATUS " EXCEPTION-STATUS
041100             " - NO REFUSAL TEXT ***"
041200         IF PROGRAM-RETURN-CODE < 4
041300             MOVE 4 TO PROGRAM-RETURN-CODE
041400         END-IF
041500     END-IF.
041600     PERFORM 4100-READ-NEXT-ALERT THRU 4100-EXIT
041700         UNTIL OVD-EOF.
041800     CLOSE ALERT-HIST-FILE.
041900     IF OVD-EXC-AVAILABLE
042000         CLOSE EXCEPTION-FILE
042100     END-IF.
042200 4000-EXIT.
042300     EXIT.
042400*-----------------------------------------------------
042500* 4100-READ-NEXT-ALERT -- ONE ALERT.  A REFUSED
042600* OVERRIDE'S EXCEPTION RECORD IS FILED UNDER THE SAME
042700* KEY AS ITS ALERT.
042800*-----------------------------------------------------
042900 4100-READ-NEXT-ALERT.
043000     READ ALERT-HIST-FILE NEXT RECORD
043100         AT END
043200             SET OVD-EOF TO TRUE
043300             GO TO 4100-EXIT
043400     END-READ.
043500     IF AHS-REASON-CODE NOT = 'OVRR'
043600         GO TO 4100-EXIT.
043700     IF OVD-CYCLE-ID NOT = SPACES
043800         AND AHS-CYCLE-ID NOT = OVD-CYCLE-ID
043900         GO TO 4100-EXIT.
044000     MOVE AHS-ALERT-DATE TO OVD-WORK-DATE.
044100     PERFORM 6000-CHECK-IN-PERIOD THRU 6000-EXIT.
044200     IF NOT OVD-IN-PERIOD
044300         GO TO 4100-EXIT.
044400     MOVE AHS-CYCLE-ID     TO OVD-RL-CYCLE-ID.
044500     MOVE AHS-PROCESS-DATE TO OVD-RL-DATE.
044600     MOVE AHS-ALERT-DATE   TO OVD-RL-ALERT-DATE.
044700     MOVE AHS-ALERT-TIME   TO OVD-RL-ALERT-TIME.
044800     DISPLAY OVD-REFUSED-LINE.
044900     ADD 1 TO OVD-REFUSED-COUNT.
045000     IF NOT OVD-EXC-AVAILABLE
045100         GO TO 4100-EXIT.
045200     MOVE AHS-KEY TO EXC-KEY.
045300     READ EXCEPTION-FILE
045400         INVALID KEY
045500             DISPLAY "      REASON   (NO EXCEPTION RECORD)"
045600         NOT INVALID KEY
045700             DISPLAY "      REASON   " EXC-REASON
045800     END-READ.
045900 4100-EXIT.
046000     EXIT.
046100*-----------------------------------------------------
046200* 6000-CHECK-IN-PERIOD -- DOES OVD-WORK-DATE FALL IN THE
046300* PERIOD ON THE CARD?
046400*-----------------------------------------------------
046500 6000-CHECK-IN-PERIOD.
046600     MOVE 'N' TO OVD-IN-PERIOD-SWITCH.
046700     IF OVD-WORK-YEAR = OVD-PERIOD-YEAR
046800         AND OVD-WORK-MONTH = OVD-PERIOD-MONTH
046900         SET OVD-IN-PERIOD TO TRUE
047000     END-IF.
047100 6000-EXIT.
047200     EXIT.
047300*-----------------------------------------------------
047400* 7000-PRINT-SUMMARY -- THE SECTION COUNTS, THE SIGN-OFF
047500* LINES AND THE RETURN CODE.
047600*-----------------------------------------------------
047700 7000-PRINT-SUMMARY.
047800     DISPLAY "=========================================".
047900     DISPLAY "AUTHORIZATIONS REQUESTED: "
048000         OVD-REQUESTED-COUNT.
048100     DISPLAY "  OF WHICH FORCED RERUN : " OVD-FORCED-COUNT.
048200     DISPLAY "OVERRIDES USED. . . . . : " OVD-USED-COUNT.
048300     DISPLAY "EXPIRED UNUSED. . . . . : " OVD-EXPIRED-COUNT.
048400     DISPLAY "OVERRIDES REFUSED . . . : " OVD-REFUSED-COUNT.
048500     IF OVD-REFUSED-COUNT NOT = ZERO
048600         OR OVD-EXPIRED-COUNT NOT = ZERO
048700         IF PROGRAM-RETURN-CODE < 4
048800             MOVE 4 TO PROGRAM-RETURN-CODE
048900         END-IF
049000     END-IF.
049100     IF PROGRAM-RETURN-CODE = ZERO
049200         DISPLAY "AUDIT RESULT. . . . . . : CLEAN"
049300     ELSE
049400         DISPLAY "AUDIT RESULT. . . . . . : REVIEW - "
049500             "SEE LINES ABOVE"
049600     END-IF.
049700     DISPLAY "-----------------------------------------".
049800     DISPLAY "REVIEWED BY . . . . . . : ________________".
049900     DISPLAY "DATE. . . . . . . . . . : ________________".
050000     DISPLAY "=========================================".
050100 7000-EXIT.
050200     EXIT.
