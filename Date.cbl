002500*                WARNING AND SETS PROGRAM-RETURN-CODE
002600*                TO 8 SO THE CALLING JCL CAN SKIP THE
002700*                DOWNSTREAM SETTLEMENT STEPS.
002800* 08/08/26  RDH  ADDED A SYSIN OVERRIDE CARD SO
002900*                OPERATIONS CAN FEED IN A SPECIFIC
003000*                PROCESSING DATE FOR A RERUN INSTEAD OF
003100*                TAKING WHATEVER THE SYSTEM CLOCK READS.
003200* 08/08/26  RDH  REPLACED THE SINGLE DISPLAY LINE WITH A
003300*                FORMATTED MONTH-END DATE REPORT SHOWING
003400*                BOTH STANDARD DATE FORMATS, FISCAL
003500*                PERIOD/QUARTER, AND DAYS REMAINING IN
003600*                THE FISCAL MONTH.
003700* 08/08/26  RDH  ADDED A RANGE CHECK ON THE CAPTURED
003800*                YEAR/MONTH/DAY BEFORE ANY DOWNSTREAM
003900*                LOGIC USES IT.  A BAD CLOCK DATE NOW
004000*                ABORTS THE RUN AND IS LOGGED TO
004100*                EXCEPTION-FILE INSTEAD OF BEING
004200*                PROCESSED AS IF IT WERE GOOD.
004300* 08/08/26  RDH  MOVED THE CURRENT-DATE AND HOLIDAY-
004400*                RECORD LAYOUTS OUT TO COPYBOOKS SO THE
004500*                NEW DATE-MATH SUBPROGRAM SHARES THEM
004600*                INSTEAD OF KEEPING ITS OWN COPIES.
004700* 08/08/26  RDH  NOW CALLS THE FISCFLAG SUBPROGRAM TO
004800*                CROSS-REFERENCE TODAY'S DATE AGAINST THE
004900*                FISCAL CALENDAR AND ADDED THE RESULTING
005000*                MONTH-END/QUARTER-END/YEAR-END FLAGS TO
005100*                THE MONTH-END DATE REPORT.
005200* 08/08/26  RDH  RUN-CTL-FILE NOW ALSO CARRIES THE RUN'S
005300*                RETURN CODE, WRITTEN AT TERMINATION ONCE
005400*                THE CODE IS KNOWN RATHER THAN AT
005500*                INITIALIZATION.  THE HOLIDAY-CALENDAR
005600*                MATCH MESSAGE NOW DISTINGUISHES A TRUE
005700*                BANK HOLIDAY FROM A FLAGGED WEEKEND
005800*                ENTRY INSTEAD OF CALLING BOTH "A BANK
005900*                HOLIDAY".  THE MONTH-END REPORT'S FISCAL
006000*                PERIOD/QUARTER COMPUTATION NOW ACTUALLY
006100*                OFFSETS BY FISCAL-YEAR-START-MONTH.
006200* 08/21/26  RDH  MOVED THE DATE-LOG-RECORD LAYOUT OUT TO
006300*                THE DATELOG COPYBOOK SO THE DATERECN
006400*                MONTH-END RECONCILIATION PROGRAM SHARES
006500*                IT INSTEAD OF KEEPING ITS OWN COPY.
006600* 08/21/26  RDH  RUN-CTL-FILE RESTRUCTURED TO ONE RECORD
006700*                PER CYCLE (CYCLE-ID KEY PLUS SEQUENCE,
006800*                RETURN CODE AND LAST-RUN DATE) SO THE
006900*                END-OF-DAY CYCLE AND THE INTRADAY RERUN
007000*                STREAM STOP STOMPING ON EACH OTHER'S
007100*                SEQUENCE NUMBERS.  THE CYCLE ID COMES IN
007200*                ON THE SYSIN CARD (BLANK MEANS DAILYEOD)
007300*                AND IS STAMPED ON EACH DATELOG RECORD SO
007400*                THE AUDIT TRAIL DISTINGUISHES THE
007500*                STREAMS.
007600* 08/21/26  RDH  THE HOLIDAY CALENDAR NOW CARRIES A
007700*                MARKET CODE PER ENTRY FOR THE MULTI-
007800*                CURRENCY BOOK, SO THE HOLIDAY CHECK
007900*                SCANS EVERY ENTRY FOR TODAY'S DATE AND
008000*                WARNS PER MARKET, NAMING WHICH MARKET
008100*                CAUSED THE NON-SETTLEMENT DAY.
008200* 08/21/26  RDH  DATELOG AND THE EXCEPTION FILE ARE NOW
008300*                KEYED (INDEXED) DATASETS, KEYED BY DATE
008400*                PLUS CYCLE PLUS RUN SEQUENCE, SO THE
008500*                DATEINQ INQUIRY PROGRAM CAN START ON A
008600*                DATE INSTEAD OF SCANNING YEARS OF
008700*                RECORDS FROM THE TOP.  THE EXCEPTION
008800*                RECORD MOVED TO THE EXCREC COPYBOOK AND
008900*                NOW CARRIES THE CYCLE AND RUN SEQUENCE.
009000* 08/21/26  RDH  EACH VALID RUN NOW ALSO PUBLISHES THE
009100*                PROCESSING-DATE CARD (DD DATECARD,
009200*                PROCDATE COPYBOOK): THE PROCESS DATE,
009300*                DAY-OF-WEEK, JULIAN DAY, PRIOR AND NEXT
009400*                BUSINESS DAYS VIA DATE-MATH, THE FISCAL
009500*                FLAGS FROM FISCFLAG, AND THE HOLIDAY/
009600*                WEEKEND DISPOSITION, SO SETLPROG AND
009700*                RECONPROG READ THE CYCLE'S DATES FROM
009800*                ONE AUTHORITATIVE RECORD INSTEAD OF
009900*                RE-DERIVING THEM.
010000* 08/21/26  RDH  ADDED THE OPERATOR ALERT FILE (DD
010100*                ALERTFIL, ALERTRC COPYBOOK), REWRITTEN
010200*                EVERY RUN: ONE STRUCTURED RECORD WITH A
010300*                REASON CODE, THE MATCHED HOLIDAY
010400*                DESCRIPTION AND MARKET, THE PROCESS
010500*                DATE, CYCLE AND RUN SEQUENCE WHENEVER
010600*                THE RUN ENDS NON-ZERO, EMPTY AFTER A
010700*                CLEAN RUN.  THE AUTOMATION PACKAGE KEYS
010800*                PAGING OFF THE REASON CODES INSTEAD OF
010900*                PARSING DISPLAY PROSE OUT OF SYSOUT.
011000* 08/21/26  RDH  THE RUN-CONTROL BOOTSTRAP NOW REFUSES A
011100*                NEW CYCLE WHEN THE 20-SLOT TABLE IS
011200*                ALREADY FULL (ALERT CODE CTLF, RC 16)
011300*                INSTEAD OF STORING PAST THE TABLE, AND
011400*                THE HOLIDAY-TABLE LOAD IS CAPPED AT ITS
011500*                366 SLOTS WITH A WARNING.
011600* 08/21/26  RDH  A RUNCTL DATASET HOLDING MORE RECORDS
011700*                THAN THE 20-SLOT TABLE NOW ALSO REFUSES
011800*                THE RUN (CTLF, RC 16) AND LEAVES RUNCTL
011900*                UNWRITTEN -- THE OLD DROP-WITH-WARNING
012000*                PATH WOULD HAVE TRUNCATED THE DROPPED
012100*                CYCLES' RECORDS OFF THE DATASET AT
012200*                TERMINATION.
012300* 09/02/26  RDH  ADDED THE PER-CYCLE CUTOFF TIME (DD
012400*                CYCPARM).  A RUN THAT GETS CONTROL
012500*                BETWEEN MIDNIGHT AND ITS CYCLE'S CUTOFF
012600*                -- AN OVERRUNNING PRIOR CYCLE -- NOW
012700*                ROLLS THE PROCESSING DATE BACK TO THE
012800*                PRIOR BUSINESS DAY VIA DATE-MATH INSTEAD
012900*                OF STAMPING THE CLOCK DATE AND FORCING A
013000*                HAND-TYPED OVERRIDE-CARD RERUN.  THE
013100*                ROLL IS FLAGGED ON THE DATELOG RECORD
013200*                AND NOTED ON THE MONTH-END REPORT.  AN
013300*                OPERATOR DATE OVERRIDE ALWAYS WINS --
013400*                NO ROLL IS APPLIED ON TOP OF ONE.
013500* 09/02/26  RDH  THE CYCPARM CARD NOW ALSO NAMES EACH
013600*                CYCLE'S PREDECESSOR AND THE HIGHEST
013700*                RETURN CODE THE PREDECESSOR MAY HAVE
013800*                FINISHED WITH.  A RUN WHOSE PREDECESSOR
013900*                HAS NOT COMPLETED FOR THE PRIOR
014000*                BUSINESS DAY WITHIN THAT CODE IS
014100*                REFUSED (ALERT DEPC, RC 16) BEFORE A
014200*                SEQUENCE NUMBER IS CONSUMED AND WITH
014300*                RUNCTL LEFT UNTOUCHED -- THE RULE THAT
014400*                USED TO LIVE ON A LAMINATED SHEET AT
014500*                THE CONSOLE (INTRADAY MUST NOT RELEASE
014600*                BEFORE DAILYEOD COMPLETES CLEAN).
014700* 09/02/26  RDH  THE HOLIDAY DISPOSITION IS NOW
014800*                EVALUATED PER MARKET.  THE CALENDAR'S
014900*                MARKETS ARE TABLED DURING THE LOAD AND
015000*                EACH ONE IS PUBLISHED OPEN OR CLOSED ON
015100*                THE PROCESSING-DATE CARD.  A DATE
015200*                CLOSED IN EVERY MARKET STILL RETURNS
015300*                RC 8 AS BEFORE; A DATE CLOSED IN ONLY
015400*                SOME MARKETS NOW RETURNS THE PARTIAL-
015500*                CLOSURE RC 4 (ALERT HOLP, DISPOSITION
015600*                'P') SO THE JOB STREAM RELEASES
015700*                SETTLEMENT FOR THE OPEN MARKETS INSTEAD
015800*                OF HOLDING EVERY BOOK FOR ONE MARKET'S
015900*                BANK HOLIDAY.
016000* 09/02/26  RDH  DATE-MATH NOW TAKES AN OPERATION
016100*                REQUEST (DTMOPS COPYBOOK) AS ITS FIFTH
016200*                PARAMETER.  THIS PROGRAM PASSES THE
016300*                SIGNED-STEP CODE 'S', WHICH KEEPS THE
016400*                PRIOR/NEXT-BUSINESS-DAY MATH AS IT WAS.
016500* 09/02/26  RDH  THE HOLIDAY CALENDAR IS NOW A KEYED
016600*                DATASET KEYED BY DATE PLUS MARKET.
016700*                THE LOAD STILL READS IT STRAIGHT
016800*                THROUGH ONCE (THE MARKET UNIVERSE
016900*                NEEDS EVERY ROW) BUT ONLY THE
017000*                PROCESSING DATE'S OWN ENTRIES ARE
017100*                KEPT, SO THE 366-ROW CALENDAR CEILING
017200*                AND ITS DROP-WITH-WARNING PATH ARE
017300*                GONE.
017400* 10/15/26  RDH  EVERY PROCESSING-DATE CARD PUBLISHED TO
017500*                DATECARD IS NOW ALSO KEPT ON THE KEYED
017600*                CARD HISTORY (DD DCHIST, DCHIST COPYBOOK)
017700*                UNDER DATE + CYCLE + RUN SEQUENCE, SO
017800*                DCREISS CAN PUT A PAST DAY'S CARD BACK
017900*                EXACTLY AS FIRST ISSUED FOR A DOWNSTREAM
018000*                RERUN.  A HISTORY WRITE FAILURE IS A
018100*                WARNING ONLY -- THE CARD ITSELF STILL
018200*                GOES OUT.
018300* 10/15/26  RDH  EVERY OPERATOR ALERT WRITTEN TO
018400*                ALERTFIL IS NOW ALSO ADDED TO THE KEYED
018500*                ALERT HISTORY (DD ALERTHIS, ALERTHIS
018600*                COPYBOOK) UNDER DATE + CYCLE + RUN
018700*                SEQUENCE, FOR THE MONTHLY SLAREPT
018800*                SERVICE-LEVEL REPORT.  A REFUSED RUN
018900*                HAS NO SEQUENCE AND IS FILED UNDER
019000*                999999 COUNTING DOWN.  A HISTORY WRITE
019100*                FAILURE IS A WARNING ONLY.
019200* 10/15/26  RDH  RUN-CTL-FILE IS NOW A KEYED DATASET BY
019300*                CYCLE ID (RUNCTL COPYBOOK).  THIS RUN
019400*                READS ONLY ITS OWN CYCLE'S RECORD (AND
019500*                ITS PREDECESSOR'S FOR THE DEPENDENCY
019600*                CHECK) AND REWRITES ONLY ITS OWN AT
019700*                TERMINATION, SO CONCURRENT CYCLES NO
019800*                LONGER SERIALIZE ON THE RUNCTL DATASET
019900*                (DATECARD AND ALERTFIL ARE STILL ONE
020000*                DATASET EACH, HELD EXCLUSIVE BY THE JOB)
020100*                AND THE 20-CYCLE TABLE LIMIT IS GONE.
020200*                CTLF NOW MEANS THIS CYCLE'S OWN RECORD
020300*                IS UNREADABLE -- ANOTHER CYCLE'S BAD
020400*                RECORD NO LONGER REFUSES THIS RUN.
020500*                ONLY THIS CYCLE'S OWN CYCPARM CARD IS
020600*                TABLED, SO CYCPARM IS NOT LIMITED TO 20
020700*                CYCLES EITHER.
020800* 10/15/26  RDH  AN OVERRIDE CARD (OVR-SWITCH 'Y') IS ONLY
020900*                HONORED AGAINST AN OPEN, UNEXPIRED,
021000*                INDEPENDENTLY APPROVED AUTHORIZATION FOR
021100*                THE CYCLE AND DATE ON THE KEYED OVERRIDE-
021200*                AUTHORIZATION FILE (DD OVRAUTH, OVRAUTH
021300*                COPYBOOK), REGISTERED BEFOREHAND WITH
021400*                OVRMAINT.  A FUTURE DATE, OR A DATE THE
021500*                CYCLE ALREADY COMPLETED CLEAN, ALSO NEEDS
021600*                THE AUTHORIZATION'S FORCED-RERUN FLAG.
021700*                THE AUTHORIZATION IS MARKED USED WITH
021800*                THIS RUN'S SEQUENCE AND RETURN CODE (OR
021900*                HANDED BACK IF THE RUN IS REFUSED LATER
022000*                ON).  A REFUSED OVERRIDE RAISES ALERT
022100*                OVRR (RC 16) AND WRITES AN EXCFILE
022200*                RECORD; A REFUSED RUN'S EXCEPTION IS
022300*                FILED UNDER 999999 COUNTING DOWN, AS ON
022400*                THE ALERT HISTORY.
022500* 10/15/26  RDH  A REFUSED OVERRIDE'S EXCEPTION RECORD NOW
022600*                SKIPS ANY COUNT-DOWN SEQUENCE ALREADY
022700*                TAKEN ON THE ALERT HISTORY (BY AN EARLIER
022800*                DEPC OR CTLF REFUSAL), SO ITS OVRR ALERT
022900*                IS FILED UNDER THE SAME KEY AND OVRAUDT
023000*                FINDS THE REFUSAL TEXT.
023100* 10/15/26  RDH  A PROCESSING-DATE CARD THAT FAILS TO WRITE
023200*                IS NO LONGER FILED ON THE CARD HISTORY, SO
023300*                DCREISS CANNOT REISSUE A CARD THAT WAS
023400*                NEVER PUBLISHED.  SOURCE RESEQUENCED.
023500*-----------------------------------------------------
023600 ENVIRONMENT DIVISION.
023700 CONFIGURATION SECTION.
023800     SOURCE-COMPUTER. IBM-370.
023900     OBJECT-COMPUTER. IBM-370.
024000 INPUT-OUTPUT SECTION.
024100 FILE-CONTROL.
024200* DATE-LOG-FILE -- AUDIT TRAIL OF EACH RUN OF THIS JOB,
024300* KEYED BY DATE PLUS CYCLE PLUS RUN SEQUENCE SO THE
024400* DATEINQ INQUIRY PROGRAM CAN START ON A DATE.
024500     SELECT DATE-LOG-FILE ASSIGN TO "DATELOG"
024600         ORGANIZATION IS INDEXED
024700         ACCESS MODE IS DYNAMIC
024800         RECORD KEY IS LOG-KEY
024900         FILE STATUS IS DATE-LOG-STATUS.
025000* RUN-CTL-FILE -- CARRIES THE RUN-SEQUENCE NUMBER
025100* FORWARD FROM ONE EXECUTION TO THE NEXT.  KEYED BY
025200* CYCLE ID; READ AND REWRITTEN ONE RECORD AT A TIME.
025300     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
025400         ORGANIZATION IS INDEXED
025500         ACCESS MODE IS DYNAMIC
025600         RECORD KEY IS CTL-CYCLE-ID
025700         FILE STATUS IS RUN-CTL-STATUS.
025800* HOLIDAY-FILE -- BANK HOLIDAYS AND WEEKEND FLAGS, A
025900* KEYED DATASET KEYED BY DATE PLUS MARKET.  READ ONCE
026000* STRAIGHT THROUGH IN KEY ORDER.  OPTIONAL SO A MISSING
026100* CALENDAR DOES NOT ABEND THE JOB.
026200     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLDFILE"
026300         ORGANIZATION IS INDEXED
026400         ACCESS MODE IS SEQUENTIAL
026500         RECORD KEY IS HOL-KEY
026600         FILE STATUS IS HOLIDAY-STATUS.
026700* SYSIN-FILE -- OPTIONAL OPERATOR OVERRIDE CARD CARRYING
026800* A SPECIFIC PROCESSING DATE FOR A RERUN.
026900     SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
027000         ORGANIZATION IS LINE SEQUENTIAL
027100         FILE STATUS IS SYSIN-STATUS.
027200* CYCLE-PARM-FILE -- ONE CARD PER CYCLE CARRYING ITS
027300* AFTER-MIDNIGHT CUTOFF TIME AND RUN-ORDER RULES.
027400* OPTIONAL SO A CYCLE WITH NO CARD SIMPLY TAKES THE
027500* CLOCK DATE AS IT ALWAYS HAS.
027600     SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
027700         ORGANIZATION IS LINE SEQUENTIAL
027800         FILE STATUS IS CYCLE-PARM-STATUS.
027900* ALERT-FILE -- STRUCTURED OPERATOR ALERT FOR THE
028000* AUTOMATION PACKAGE, REWRITTEN EVERY RUN: EMPTY WHEN
028100* CLEAN, ONE REASON-CODED RECORD WHEN THE RUN ENDED
028200* NON-ZERO.
028300     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
028400         ORGANIZATION IS LINE SEQUENTIAL
028500         FILE STATUS IS ALERT-STATUS.
028600* PROC-DATE-FILE -- THE MACHINE-READABLE PROCESSING-DATE
028700* CARD PUBLISHED FOR DOWNSTREAM STEPS, REWRITTEN WHOLE
028800* EACH VALID RUN.
028900     SELECT PROC-DATE-FILE ASSIGN TO "DATECARD"
029000         ORGANIZATION IS LINE SEQUENTIAL
029100         FILE STATUS IS PROC-DATE-STATUS.
029200* DATE-CARD-HIST-FILE -- KEYED HISTORY OF EVERY CARD
029300* PUBLISHED ON PROC-DATE-FILE, KEYED BY DATE PLUS CYCLE
029400* PLUS RUN SEQUENCE.  READ BACK BY DCREISS.
029500     SELECT DATE-CARD-HIST-FILE ASSIGN TO "DCHIST"
029600         ORGANIZATION IS INDEXED
029700         ACCESS MODE IS DYNAMIC
029800         RECORD KEY IS DCH-KEY
029900         FILE STATUS IS DATE-CARD-HIST-STATUS.
030000* ALERT-HIST-FILE -- KEYED HISTORY OF EVERY ALERT
030100* WRITTEN TO ALERT-FILE, KEYED BY DATE PLUS CYCLE PLUS
030200* RUN SEQUENCE.  READ BY SLAREPT.
030300     SELECT ALERT-HIST-FILE ASSIGN TO "ALERTHIS"
030400         ORGANIZATION IS INDEXED
030500         ACCESS MODE IS DYNAMIC
030600         RECORD KEY IS AHS-KEY
030700         FILE STATUS IS ALERT-HIST-STATUS.
030800* EXCEPTION-FILE -- RUNS THAT FAIL THE CLOCK-DATE RANGE
030900* CHECK ARE LOGGED HERE INSTEAD OF BEING DISPLAYED AND
031000* FORGOTTEN.  KEYED THE SAME WAY AS DATELOG.
031100     SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
031200         ORGANIZATION IS INDEXED
031300         ACCESS MODE IS DYNAMIC
031400         RECORD KEY IS EXC-KEY
031500         FILE STATUS IS EXCEPTION-STATUS.
031600* OVERRIDE-AUTH-FILE -- REGISTERED PROCESSING-DATE
031700* OVERRIDE AUTHORIZATIONS, KEYED BY CYCLE PLUS TARGET
031800* DATE PLUS AUTHORIZATION SEQUENCE.  NOT OPTIONAL -- NO
031900* FILE MEANS NO OVERRIDE IS AUTHORIZED.
032000     SELECT OVERRIDE-AUTH-FILE ASSIGN TO "OVRAUTH"
032100         ORGANIZATION IS INDEXED
032200         ACCESS MODE IS DYNAMIC
032300         RECORD KEY IS OVA-KEY
032400         FILE STATUS IS OVERRIDE-AUTH-STATUS.
032500 DATA DIVISION.
032600 FILE SECTION.
032700*-----------------------------------------------------
032800* ONE RECORD WRITTEN TO THE AUDIT LOG EACH TIME THIS
032900* JOB RUNS.
033000*-----------------------------------------------------
033100 FD  DATE-LOG-FILE.
033200     COPY DATELOG.
033300*-----------------------------------------------------
033400* CONTROL DATASET HOLDING ONE RECORD PER CYCLE, KEYED BY
033500* CYCLE ID: THE LAST RUN-SEQUENCE NUMBER USED, THE
033600* RETURN CODE THAT RUN FINISHED WITH, AND THE DATE IT
033700* RAN UNDER, SO A RESTARTED CYCLE CAN SEE WHAT ITS OWN
033800* DATESTEP DECIDED WITHOUT RERUNNING IT AND WITHOUT
033900* DISTURBING ANY OTHER CYCLE'S RECORD.
034000*-----------------------------------------------------
034100 FD  RUN-CTL-FILE.
034200     COPY RUNCTL.
034300*-----------------------------------------------------
034400* ONE RECORD PER BANK HOLIDAY OR STANDING WEEKEND
034500* ENTRY IN THE HOLIDAY CALENDAR.
034600*-----------------------------------------------------
034700 FD  HOLIDAY-FILE.
034800     COPY HOLIDAY.
034900*-----------------------------------------------------
035000* OPERATOR OVERRIDE CARD.  WHEN OVR-SWITCH IS 'Y' THE
035100* OVR-YEAR/OVR-MONTH/OVR-DAY VALUES REPLACE THE SYSTEM
035200* CLOCK DATE AS THE PROCESSING DATE FOR THIS RUN.
035300* OVR-CYCLE-ID NAMES THE CYCLE THIS RUN BELONGS TO FOR
035400* RUN-CONTROL AND AUDIT-TRAIL PURPOSES, WHATEVER THE
035500* OVR-SWITCH SETTING; BLANK MEANS THE DAILYEOD CYCLE.
035600*-----------------------------------------------------
035700 FD  SYSIN-FILE.
035800 01  OVERRIDE-CARD.
035900     05  OVR-SWITCH           PIC X(01).
036000     05  OVR-YEAR             PIC 9(04).
036100     05  OVR-MONTH            PIC 9(02).
036200     05  OVR-DAY              PIC 9(02).
036300     05  OVR-CYCLE-ID         PIC X(08).
036400     05  FILLER               PIC X(62).
036500*-----------------------------------------------------
036600* ONE PER-CYCLE PARAMETER CARD: THE CYCLE ID AND ITS
036700* AFTER-MIDNIGHT CUTOFF TIME, HHMM.  A RUN OF THE CYCLE
036800* STARTING BETWEEN MIDNIGHT AND THE CUTOFF BELONGS TO
036900* THE PRIOR BUSINESS DAY.  CUTOFF 0000 (OR NO CARD)
037000* MEANS THE CYCLE TAKES THE CLOCK DATE AS-IS.
037100* CYP-PRED-CYCLE-ID NAMES THE CYCLE THAT MUST HAVE RUN
037200* FOR THE PRIOR BUSINESS DAY BEFORE THIS ONE MAY RUN,
037300* AND CYP-PRED-MAX-RC THE HIGHEST RETURN CODE THAT RUN
037400* MAY HAVE FINISHED WITH (00 = MUST BE CLEAN).  SPACES
037500* MEANS THE CYCLE HAS NO PREDECESSOR RULE.
037600*-----------------------------------------------------
037700 FD  CYCLE-PARM-FILE.
037800 01  CYCLE-PARM-RECORD.
037900     05  CYP-CYCLE-ID         PIC X(08).
038000     05  CYP-CUTOFF-TIME      PIC 9(04).
038100     05  CYP-PRED-CYCLE-ID    PIC X(08).
038200     05  CYP-PRED-MAX-RC      PIC 9(02).
038300     05  FILLER               PIC X(58).
038400*-----------------------------------------------------
038500* ONE RECORD WRITTEN FOR EACH RUN WHOSE CLOCK DATE FAILS
038600* THE RANGE CHECK IN 2400-VALIDATE-DATE, OR WHOSE
038700* OVERRIDE CARD IS REFUSED BY 2110-AUTHORIZE-OVERRIDE.
038800* SHARED LAYOUT WITH DATEINQ VIA THE EXCREC COPYBOOK.
038900*-----------------------------------------------------
039000 FD  EXCEPTION-FILE.
039100     COPY EXCREC.
039200*-----------------------------------------------------
039300* ONE REGISTERED OVERRIDE AUTHORIZATION.  SHARED LAYOUT
039400* WITH OVRMAINT AND OVRAUDT VIA THE OVRAUTH COPYBOOK.
039500*-----------------------------------------------------
039600 FD  OVERRIDE-AUTH-FILE.
039700     COPY OVRAUTH.
039800*-----------------------------------------------------
039900* THE ONE-RECORD PROCESSING-DATE CARD PUBLISHED FOR
040000* DOWNSTREAM STEPS.  SHARED LAYOUT VIA THE PROCDATE
040100* COPYBOOK.
040200*-----------------------------------------------------
040300 FD  PROC-DATE-FILE.
040400     COPY PROCDATE.
040500*-----------------------------------------------------
040600* ONE HISTORY RECORD PER PUBLISHED PROCESSING-DATE
040700* CARD.  SHARED LAYOUT WITH DCREISS VIA THE DCHIST
040800* COPYBOOK.
040900*-----------------------------------------------------
041000 FD  DATE-CARD-HIST-FILE.
041100     COPY DCHIST.
041200*-----------------------------------------------------
041300* ONE HISTORY RECORD PER OPERATOR ALERT.  SHARED
041400* LAYOUT WITH SLAREPT VIA THE ALERTHIS COPYBOOK.
041500*-----------------------------------------------------
041600 FD  ALERT-HIST-FILE.
041700     COPY ALERTHIS.
041800*-----------------------------------------------------
041900* THE OPERATOR ALERT RECORD FOR THE AUTOMATION PACKAGE.
042000* SHARED LAYOUT VIA THE ALERTRC COPYBOOK.
042100*-----------------------------------------------------
042200 FD  ALERT-FILE.
042300     COPY ALERTRC.
042400 WORKING-STORAGE SECTION.
042500*-----------------------------------------------------
042600* CAPTURED SYSTEM DATE, BROKEN OUT BY COMPONENT.
042700*-----------------------------------------------------
042800     COPY CURDATE.
042900*-----------------------------------------------------
043000* RAW 8-DIGIT SYSTEM DATE, YYYYMMDD, AND THE SAME
043100* VALUE RECOMBINED FROM YEAR/MONTH/DA AFTER ANY
043200* OVERRIDE HAS BEEN APPLIED.  ALL DOWNSTREAM DATE
043300* MATH WORKS OFF PROCESS-DATE-8, NOT SYSTEM-DATE-8.
043400*-----------------------------------------------------
043500 01  SYSTEM-DATE-8.
043600     05  SYSTEM-DATE-YEAR    PIC 9(04).
043700     05  SYSTEM-DATE-MONTH   PIC 9(02).
043800     05  SYSTEM-DATE-DAY     PIC 9(02).
043900 77  PROCESS-DATE-8      PIC 9(08) VALUE ZERO.
044000*-----------------------------------------------------
044100* DAY-OF-WEEK AND JULIAN-DATE WORK AREAS.
044200*-----------------------------------------------------
044300 77  PROCESS-DATE-INTEGER   PIC 9(09) VALUE ZERO.
044400 77  JAN1-DATE-8            PIC 9(08) VALUE ZERO.
044500 77  JAN1-DATE-INTEGER      PIC 9(09) VALUE ZERO.
044600 77  JULIAN-DAY             PIC 9(03) VALUE ZERO.
044700 77  DAY-OF-WEEK-NUMBER     PIC 9(01) VALUE ZERO.
044800 77  DAY-OF-WEEK-NAME       PIC X(09) VALUE SPACES.
044900* LITERAL TABLE OF DAY NAMES, SUNDAY THROUGH SATURDAY,
045000* INDEXED BY DAY-OF-WEEK-NUMBER + 1 (FUNCTION MOD OF
045100* THE INTEGER DATE RETURNS 0 FOR SUNDAY).
045200 01  DAY-OF-WEEK-NAMES.
045300     05  FILLER  PIC X(09) VALUE 'SUNDAY'.
045400     05  FILLER  PIC X(09) VALUE 'MONDAY'.
045500     05  FILLER  PIC X(09) VALUE 'TUESDAY'.
045600     05  FILLER  PIC X(09) VALUE 'WEDNESDAY'.
045700     05  FILLER  PIC X(09) VALUE 'THURSDAY'.
045800     05  FILLER  PIC X(09) VALUE 'FRIDAY'.
045900     05  FILLER  PIC X(09) VALUE 'SATURDAY'.
046000 01  DAY-OF-WEEK-TABLE REDEFINES DAY-OF-WEEK-NAMES.
046100     05  DOW-NAME-ENTRY OCCURS 7 TIMES PIC X(09).
046200*-----------------------------------------------------
046300* LITERAL TABLE OF 3-CHARACTER MONTH ABBREVIATIONS,
046400* INDEXED BY MONTH, FOR THE DD-MON-YYYY REPORT DATE.
046500*-----------------------------------------------------
046600 01  MONTH-ABBREV-NAMES.
046700     05  FILLER  PIC X(03) VALUE 'JAN'.
046800     05  FILLER  PIC X(03) VALUE 'FEB'.
046900     05  FILLER  PIC X(03) VALUE 'MAR'.
047000     05  FILLER  PIC X(03) VALUE 'APR'.
047100     05  FILLER  PIC X(03) VALUE 'MAY'.
047200     05  FILLER  PIC X(03) VALUE 'JUN'.
047300     05  FILLER  PIC X(03) VALUE 'JUL'.
047400     05  FILLER  PIC X(03) VALUE 'AUG'.
047500     05  FILLER  PIC X(03) VALUE 'SEP'.
047600     05  FILLER  PIC X(03) VALUE 'OCT'.
047700     05  FILLER  PIC X(03) VALUE 'NOV'.
047800     05  FILLER  PIC X(03) VALUE 'DEC'.
047900 01  MONTH-ABBREV-TABLE REDEFINES MONTH-ABBREV-NAMES.
048000     05  MONTH-ABBREV-ENTRY OCCURS 12 TIMES PIC X(03).
048100*-----------------------------------------------------
048200* LITERAL TABLE OF DAYS PER CALENDAR MONTH, INDEXED BY
048300* MONTH.  FEBRUARY IS ADJUSTED TO 29 IN A LEAP YEAR BY
048400* 2300-COMPUTE-DAYS-IN-MONTH BELOW.
048500*-----------------------------------------------------
048600 01  DAYS-IN-MONTH-VALUES.
048700     05  FILLER  PIC 9(02) VALUE 31.
048800     05  FILLER  PIC 9(02) VALUE 28.
048900     05  FILLER  PIC 9(02) VALUE 31.
049000     05  FILLER  PIC 9(02) VALUE 30.
049100     05  FILLER  PIC 9(02) VALUE 31.
049200     05  FILLER  PIC 9(02) VALUE 30.
049300     05  FILLER  PIC 9(02) VALUE 31.
049400     05  FILLER  PIC 9(02) VALUE 31.
049500     05  FILLER  PIC 9(02) VALUE 30.
049600     05  FILLER  PIC 9(02) VALUE 31.
049700     05  FILLER  PIC 9(02) VALUE 30.
049800     05  FILLER  PIC 9(02) VALUE 31.
049900 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
050000     05  DAYS-IN-MONTH-ENTRY OCCURS 12 TIMES PIC 9(02).
050100 77  DAYS-IN-MONTH          PIC 9(02) VALUE ZERO.
050200 77  LEAP-YEAR-SWITCH       PIC X(01) VALUE 'N'.
050300     88  IS-LEAP-YEAR                VALUE 'Y'.
050400*-----------------------------------------------------
050500* FISCAL REPORT WORK AREAS.  FISCAL-YEAR-START-MONTH IS
050600* THE CALENDAR MONTH THAT BEGINS FISCAL PERIOD 1; THE
050700* FISCAL-PERIOD/FISCAL-QUARTER COMPUTATION IN 7000-PRINT-
050800* REPORT OFFSETS THE CALENDAR MONTH BY IT, SO CHANGING IT
050900* HERE IS ALL THAT IS NEEDED TO MOVE THE BANK TO A
051000* DIFFERENT FISCAL-YEAR START.  TODAY IT IS SET TO
051100* JANUARY, SO FISCAL PERIODS CURRENTLY MATCH CALENDAR
051200* MONTHS.
051300*-----------------------------------------------------
051400 77  FISCAL-YEAR-START-MONTH PIC 9(02) VALUE 01.
051500 77  FISCAL-PERIOD            PIC 9(02) VALUE ZERO.
051600 77  FISCAL-QUARTER           PIC 9(01) VALUE ZERO.
051700 77  FISCAL-DAYS-REMAINING    PIC 9(02) VALUE ZERO.
051800 77  REPORT-DATE-SLASH        PIC X(10) VALUE SPACES.
051900 77  REPORT-DATE-DD-MON-YYYY  PIC X(11) VALUE SPACES.
052000*-----------------------------------------------------
052100* FISCAL MONTH-END/QUARTER-END/YEAR-END FLAGS, RETURNED
052200* BY A CALL TO THE FISCFLAG SUBPROGRAM.
052300*-----------------------------------------------------
052400     COPY FISCFLG.
052500*-----------------------------------------------------
052600* BUSINESS-DAY WORK AREAS FOR THE PROCESSING-DATE CARD:
052700* THE SIGNED DELTA AND RESULT DATE FOR THE DATE-MATH
052800* CALLS THAT PRODUCE THE PRIOR AND NEXT BUSINESS DAYS,
052900* AND THE MARKET LIST HANDED TO DATE-MATH -- LEFT EMPTY
053000* SO EVERY CALENDAR ENTRY APPLIES AND THE PUBLISHED
053100* DATES ARE SAFE IN EVERY MARKET ON THE CALENDAR.  THE
053200* RESULT GROUP MIRRORS THE CURDATE SHAPE WITH ITS OWN
053300* FIELD NAMES -- A SECOND COPY OF CURDATE HERE WOULD
053400* MAKE THE UNQUALIFIED YEAR/MONTH/DA REFERENCES ABOVE
053500* AMBIGUOUS.
053600*-----------------------------------------------------
053700 77  BUSDAY-DELTA        PIC S9(05) VALUE ZERO.
053800 01  BUSDAY-RESULT-DATE.
053900     05  BUSDAY-RESULT-YEAR   PIC 9(04).
054000     05  BUSDAY-RESULT-MONTH  PIC 9(02).
054100     05  BUSDAY-RESULT-DAY    PIC 9(02).
054200     COPY MKTLIST.
054300 77  PRIOR-BUSINESS-DATE PIC 9(08) VALUE ZERO.
054400 77  NEXT-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
054500*-----------------------------------------------------
054600* THE DATE-MATH OPERATION REQUEST.  THIS PROGRAM ONLY
054700* EVER ASKS FOR THE SIGNED STEP, SO THE OPERATION CODE
054800* IS SET TO 'S' ONCE AT INITIALIZATION.
054900*-----------------------------------------------------
055000     COPY DTMOPS.
055100*-----------------------------------------------------
055200* HOLIDAY-CALENDAR WORK AREAS.  THE KEYED CALENDAR IS
055300* READ STRAIGHT THROUGH ONCE: EVERY ROW FEEDS THE
055400* MARKET-UNIVERSE TABLE BELOW, AND ONLY THE ROWS FOR
055500* THE PROCESSING DATE ITSELF ARE KEPT HERE -- AT MOST
055600* ONE PER MARKET PLUS AN ALL-MARKETS ENTRY, SO TWENTY
055700* SLOTS IS GENEROUS AND THE OLD 366-ROW CALENDAR
055800* CEILING IS GONE.
055900*-----------------------------------------------------
056000 77  HOLIDAY-EOF-SWITCH     PIC X(01) VALUE 'N'.
056100     88  HOLIDAY-EOF                     VALUE 'Y'.
056200 77  HOLIDAY-MATCH-SWITCH   PIC X(01) VALUE 'N'.
056300     88  HOLIDAY-MATCH-FOUND             VALUE 'Y'.
056400 77  HOLIDAY-TABLE-COUNT    PIC 9(03) VALUE ZERO.
056500 01  HOLIDAY-TABLE.
056600     05  HOLIDAY-ENTRY
056700             OCCURS 1 TO 20 TIMES
056800             DEPENDING ON HOLIDAY-TABLE-COUNT
056900             INDEXED BY HOL-IDX.
057000         10  HOL-TBL-MONTH         PIC 9(02).
057100         10  HOL-TBL-DAY           PIC 9(02).
057200         10  HOL-TBL-YEAR          PIC 9(04).
057300         10  HOL-TBL-WEEKEND-FLAG  PIC X(01).
057400         10  HOL-TBL-DESCRIPTION   PIC X(20).
057500         10  HOL-TBL-MARKET        PIC X(03).
057600*-----------------------------------------------------
057700* FIRST MATCHED CALENDAR ENTRY FOR TODAY, SAVED FOR THE
057800* WARNING DISPLAYS.  WARN-MARKET-CODE SHOWS 'ALL' FOR AN
057900* ENTRY THAT CLOSES EVERY MARKET (SPACES ON THE FILE).
058000*-----------------------------------------------------
058100 77  MATCHED-HOLIDAY-DESC   PIC X(20) VALUE SPACES.
058200 77  MATCHED-HOLIDAY-MARKET PIC X(03) VALUE SPACES.
058300 77  MATCHED-WEEKEND-FLAG   PIC X(01) VALUE 'N'.
058400 77  WARN-MARKET-CODE       PIC X(03) VALUE SPACES.
058500*-----------------------------------------------------
058600* MARKET-UNIVERSE TABLE: EVERY DISTINCT MARKET CODE
058700* SEEN ON THE CALENDAR, TABLED DURING THE LOAD, WITH
058800* THE CLOSED FLAG SET PER MARKET BY THE HOLIDAY CHECK.
058900* EIGHT SLOTS, THE SAME CAP AS THE MKTLIST LAYOUT.  A
059000* CALENDAR ENTRY WITH A BLANK MARKET (OR A TRUE
059100* WEEKEND) CLOSES EVERY MARKET AT ONCE.
059200*-----------------------------------------------------
059300 77  MARKET-UNIV-COUNT      PIC 9(02) VALUE ZERO.
059400 01  MARKET-UNIV-TABLE.
059500     05  MARKET-UNIV-ENTRY   OCCURS 8 TIMES
059600                             INDEXED BY MKU-IDX.
059700         10  MKU-CODE           PIC X(03).
059800         10  MKU-CLOSED-FLAG    PIC X(01).
059900 77  MKU-FOUND-SWITCH       PIC X(01) VALUE 'N'.
060000     88  MKU-FOUND                   VALUE 'Y'.
060100 77  MARKET-CLOSED-COUNT    PIC 9(02) VALUE ZERO.
060200 77  ALL-CLOSED-SWITCH      PIC X(01) VALUE 'N'.
060300     88  ALL-MARKETS-CLOSED          VALUE 'Y'.
060400 77  PARTIAL-CLOSE-SWITCH   PIC X(01) VALUE 'N'.
060500     88  PARTIAL-CLOSURE             VALUE 'Y'.
060600 77  MKU-SUB                PIC 9(02) COMP VALUE ZERO.
060700*-----------------------------------------------------
060800* FILE STATUS SWITCHES, RETURN CODE AND RUN CONTROLS.
060900*-----------------------------------------------------
061000 77  DATE-LOG-STATUS     PIC X(02) VALUE '00'.
061100 77  RUN-CTL-STATUS      PIC X(02) VALUE '00'.
061200 77  HOLIDAY-STATUS      PIC X(02) VALUE '00'.
061300 77  SYSIN-STATUS        PIC X(02) VALUE '00'.
061400 77  CYCLE-PARM-STATUS   PIC X(02) VALUE '00'.
061500 77  EXCEPTION-STATUS    PIC X(02) VALUE '00'.
061600 77  PROC-DATE-STATUS    PIC X(02) VALUE '00'.
061700 77  ALERT-STATUS        PIC X(02) VALUE '00'.
061800 77  DATE-CARD-HIST-STATUS PIC X(02) VALUE '00'.
061900 77  ALERT-HIST-STATUS   PIC X(02) VALUE '00'.
062000 77  OVERRIDE-AUTH-STATUS PIC X(02) VALUE '00'.
062100*-----------------------------------------------------
062200* REASON CODE FOR THE OPERATOR ALERT, SET AT WHICHEVER
062300* CHECK FORCED THE NON-ZERO RETURN CODE.  CODES ARE
062400* DOCUMENTED IN THE ALERTRC COPYBOOK.
062500*-----------------------------------------------------
062600 77  ALERT-REASON-CODE   PIC X(04) VALUE SPACES.
062700*-----------------------------------------------------
062800* ALERT-HISTORY FILING.  A REFUSED RUN HAS NO SEQUENCE
062900* NUMBER, SO ITS HISTORY KEY TAKES 999999 AND COUNTS
063000* DOWN PAST ANY EARLIER REFUSAL FILED FOR THE SAME DATE
063100* AND CYCLE.
063200*-----------------------------------------------------
063300 77  ALERT-HIST-DONE-SWITCH PIC X(01) VALUE 'N'.
063400     88  ALERT-HIST-DONE           VALUE 'Y'.
063500 77  ALERT-HIST-TRIES    PIC 9(03) VALUE ZERO.
063600 77  RUN-SEQUENCE-NUMBER PIC 9(06) VALUE ZERO.
063700 77  TIME-OF-DAY         PIC 9(08) VALUE ZERO.
063800 77  PROGRAM-RETURN-CODE PIC 9(02) VALUE ZERO.
063900*-----------------------------------------------------
064000* RUN-CONTROL WORK AREAS.  THIS RUN'S CYCLE RECORD IS
064100* READ BY KEY (OR STARTED FRESH FOR A CYCLE'S FIRST EVER
064200* RUN) AND ONLY THAT RECORD IS REWRITTEN AT TERMINATION,
064300* SO EVERY OTHER CYCLE'S RECORD IS NEVER TOUCHED.  THE
064400* HELD SWITCH SAYS THIS RUN OWES ITS RECORD A POSTING;
064500* THE NEW-CYCLE SWITCH SAYS THE POSTING IS A WRITE
064600* RATHER THAN A REWRITE.  BLANK OR MISSING CYCLE ID ON
064700* THE SYSIN CARD MEANS THE ORIGINAL END-OF-DAY CYCLE,
064800* DAILYEOD.
064900*-----------------------------------------------------
065000 77  RUN-CYCLE-ID        PIC X(08) VALUE 'DAILYEOD'.
065100 77  RUN-CTL-HELD-SWITCH PIC X(01) VALUE 'N'.
065200     88  RUN-CTL-HELD             VALUE 'Y'.
065300 77  RUN-CTL-NEW-SWITCH  PIC X(01) VALUE 'N'.
065400     88  RUN-CTL-NEW-CYCLE        VALUE 'Y'.
065500*-----------------------------------------------------
065600* CYCLE-PARAMETER WORK AREAS.  THIS RUN'S OWN CYCPARM
065700* CARD IS READ INTO A TABLE AND ITS ENTRY LOCATED THERE.
065800* RUN-START-TIME-HHMM IS THE WALL-CLOCK TIME THIS RUN
065900* GOT CONTROL, COMPARED AGAINST THE CYCLE'S CUTOFF; THE
066000* ROLL AND OVERRIDE SWITCHES RECORD WHAT 2500-APPLY-
066100* CYCLE-CUTOFF DECIDED FOR THE LOG AND THE REPORT.
066200*-----------------------------------------------------
066300 77  CYCLE-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
066400     88  CYCLE-PARM-EOF           VALUE 'Y'.
066500 77  CYCLE-PARM-COUNT    PIC 9(02) VALUE ZERO.
066600 77  CYCLE-PARM-SUB      PIC 9(02) COMP VALUE ZERO.
066700 01  CYCLE-PARM-TABLE.
066800     05  CYCLE-PARM-ENTRY    OCCURS 20 TIMES
066900                             INDEXED BY CYP-IDX.
067000         10  CYP-TBL-CYCLE-ID    PIC X(08).
067100         10  CYP-TBL-CUTOFF-TIME PIC 9(04).
067200         10  CYP-TBL-PRED-CYCLE-ID PIC X(08).
067300         10  CYP-TBL-PRED-MAX-RC PIC 9(02).
067400 77  RUN-START-TIME-HHMM PIC 9(04) VALUE ZERO.
067500 77  OVERRIDE-APPLIED-SWITCH PIC X(01) VALUE 'N'.
067600     88  OVERRIDE-APPLIED         VALUE 'Y'.
067700 77  CUTOFF-ROLL-SWITCH  PIC X(01) VALUE 'N'.
067800     88  CUTOFF-ROLL-APPLIED      VALUE 'Y'.
067900*-----------------------------------------------------
068000* PREDECESSOR-DEPENDENCY WORK AREAS FOR 2550-CHECK-
068100* CYCLE-DEPENDENCY: WHETHER THE PREDECESSOR CYCLE'S
068200* RUN-CONTROL RECORD WAS FOUND, THE RUN DATE AND RETURN
068300* CODE IT CARRIES, AND THE EARLIEST RUN DATE (THE PRIOR
068400* BUSINESS DAY PER DATE-MATH) IT MUST CARRY FOR THIS
068500* RUN TO BE RELEASED.
068600*-----------------------------------------------------
068700 77  PRED-FOUND-SWITCH   PIC X(01) VALUE 'N'.
068800     88  PRED-RECORD-FOUND        VALUE 'Y'.
068900 77  PRED-RUN-DATE       PIC 9(08) VALUE ZERO.
069000 77  PRED-RETURN-CODE    PIC 9(02) VALUE ZERO.
069100 77  PRED-REQUIRED-DATE  PIC 9(08) VALUE ZERO.
069200*-----------------------------------------------------
069300* OVERRIDE-AUTHORIZATION WORK AREAS FOR 2110-AUTHORIZE-
069400* OVERRIDE.  AUTH-TARGET-DATE IS THE DATE ON THE OVERRIDE
069500* CARD.  THE FORCE-NEEDED SWITCH SAYS ONLY A FORCED-RERUN
069600* AUTHORIZATION WILL DO (A FUTURE DATE, OR ONE THE CYCLE
069700* ALREADY COMPLETED CLEAN), WITH THE REFUSAL TEXT FOR AN
069800* AUTHORIZATION THAT IS NOT ONE.  AUTH-SKIP-REASON KEEPS
069900* WHY THE LAST AUTHORIZATION LOOKED AT COULD NOT BE USED.
070000* THE KEY OF THE AUTHORIZATION CLAIMED IS KEPT FOR 9300-
070100* POST-OVERRIDE-AUTH.
070200*-----------------------------------------------------
070300 77  AUTH-TARGET-DATE    PIC 9(08) VALUE ZERO.
070400 77  AUTH-FORCE-NEEDED-SWITCH PIC X(01) VALUE 'N'.
070500     88  AUTH-FORCE-NEEDED        VALUE 'Y'.
070600 77  AUTH-FORCE-REASON   PIC X(30) VALUE SPACES.
070700 77  AUTH-SKIP-REASON    PIC X(30) VALUE SPACES.
070800 77  AUTH-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
070900     88  AUTH-SCAN-DONE           VALUE 'Y'.
071000 77  AUTH-CLEAN-RUN-SWITCH PIC X(01) VALUE 'N'.
071100     88  AUTH-CLEAN-RUN-FOUND     VALUE 'Y'.
071200 77  AUTH-HIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
071300     88  AUTH-HIST-OPEN           VALUE 'Y'.
071400 77  AUTH-CLAIMED-SWITCH PIC X(01) VALUE 'N'.
071500     88  AUTH-CLAIMED             VALUE 'Y'.
071600 01  AUTH-CLAIMED-KEY.
071700     05  AUTH-CLAIMED-CYCLE-ID PIC X(08).
071800     05  AUTH-CLAIMED-DATE   PIC 9(08).
071900     05  AUTH-CLAIMED-SEQ    PIC 9(03).
072000*-----------------------------------------------------
072100* DATE VALIDITY SWITCH AND EXCEPTION REASON TEXT, SET BY
072200* 2400-VALIDATE-DATE.  MINIMUM-VALID-YEAR/MAXIMUM-VALID-
072300* YEAR BOUND THE CAPTURED YEAR TO THE SHOP'S OPERATIONAL
072400* WINDOW SO A CLOCK THAT CAME UP WRONG (E.G. YEAR 0000 OR
072500* SOME OTHER IMPLAUSIBLE CENTURY AFTER A SYSPLEX RESET)
072600* FAILS VALIDATION INSTEAD OF FLOWING INTO THE JULIAN-
072700* DATE AND DAY-OF-WEEK MATH BELOW.
072800*-----------------------------------------------------
072900 77  MINIMUM-VALID-YEAR   PIC 9(04) VALUE 1970.
073000 77  MAXIMUM-VALID-YEAR   PIC 9(04) VALUE 2099.
073100 77  DATE-VALIDITY-SWITCH PIC X(01) VALUE 'Y'.
073200     88  DATE-IS-VALID             VALUE 'Y'.
073300 77  EXCEPTION-REASON     PIC X(60) VALUE SPACES.
073400*-----------------------------------------------------
073500* EXCEPTION FILING.  A REFUSED RUN HAS NO SEQUENCE
073600* NUMBER, SO ITS EXCEPTION KEY TAKES 999999 AND COUNTS
073700* DOWN THE SAME WAY AS THE ALERT HISTORY; THE SEQUENCE IT
073800* LANDED ON IS KEPT SO THE REFUSAL'S ALERT-HISTORY RECORD
073900* CAN BE FILED UNDER THE SAME KEY.  FOR A REFUSED
074000* OVERRIDE THE ALERT HISTORY IS PROBED TOO, SO THE
074100* SEQUENCE CHOSEN IS FREE ON BOTH FILES.
074200*-----------------------------------------------------
074300 77  EXCEPTION-DONE-SWITCH PIC X(01) VALUE 'N'.
074400     88  EXCEPTION-DONE            VALUE 'Y'.
074500 77  EXCEPTION-PROBE-SWITCH PIC X(01) VALUE 'N'.
074600     88  EXCEPTION-PROBE-HISTORY   VALUE 'Y'.
074700 77  EXCEPTION-TRIES      PIC 9(03) VALUE ZERO.
074800 77  EXCEPTION-FILED-SEQ  PIC 9(06) VALUE ZERO.
074900 PROCEDURE DIVISION.
075000*-----------------------------------------------------
075100* 0000-MAINLINE
075200*-----------------------------------------------------
075300 0000-MAINLINE.
075400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
075500     PERFORM 2000-GET-PROCESS-DATE THRU 2000-EXIT.
075600     PERFORM 2100-APPLY-DATE-OVERRIDE THRU 2100-EXIT.
075700     PERFORM 2150-BUILD-PROCESS-DATE-8 THRU 2150-EXIT.
075800     IF PROGRAM-RETURN-CODE NOT = ZERO
075900         GO TO 0000-FINISH.
076000     PERFORM 2180-READ-RUN-CONTROL THRU 2180-EXIT.
076100     IF NOT RUN-CTL-HELD
076200         GO TO 0000-FINISH.
076300     PERFORM 2400-VALIDATE-DATE THRU 2400-EXIT.
076400     IF NOT DATE-IS-VALID
076500         GO TO 0000-FINISH.
076600     PERFORM 2500-APPLY-CYCLE-CUTOFF THRU 2500-EXIT.
076700     PERFORM 2550-CHECK-CYCLE-DEPENDENCY THRU 2550-EXIT.
076800     IF PROGRAM-RETURN-CODE NOT = ZERO
076900         GO TO 0000-FINISH.
077000     PERFORM 2200-DERIVE-DOW-JULIAN THRU 2200-EXIT.
077100     PERFORM 3000-LOAD-HOLIDAY-TABLE THRU 3000-EXIT.
077200     PERFORM 3200-CHECK-HOLIDAY-CAL THRU 3200-EXIT.
077300     PERFORM 3400-CHECK-FISCAL-FLAGS THRU 3400-EXIT.
077400     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
077500     PERFORM 6000-WRITE-DATE-LOG THRU 6000-EXIT.
077600     PERFORM 6500-WRITE-PROCESS-CARD THRU 6500-EXIT.
077700*-----------------------------------------------------
077800* 0000-FINISH -- COMMON END-OF-JOB PATH FOR BOTH A
077900* NORMAL RUN AND A RUN REJECTED BY 2400-VALIDATE-DATE.
078000*-----------------------------------------------------
078100 0000-FINISH.
078200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
078300     MOVE PROGRAM-RETURN-CODE TO RETURN-CODE.
078400     STOP RUN.
078500*-----------------------------------------------------
078600* 1000-INITIALIZE -- OPEN THE LOG AND EXCEPTION FILES.
078700* RUN-CTL-FILE IS NOT TOUCHED HERE -- THIS RUN'S CYCLE
078800* ID HAS TO COME OFF THE SYSIN CARD FIRST, SO THE
078900* CONTROL DATASET IS READ IN 2180-READ-RUN-CONTROL AND
079000* NOT WRITTEN BACK UNTIL 9000-TERMINATE, ONCE THE
079100* RETURN CODE IS ACTUALLY KNOWN.
079200*-----------------------------------------------------
079300 1000-INITIALIZE.
079400     MOVE SPACES TO MARKET-LIST.
079500     MOVE ZERO TO MKT-COUNT.
079600     MOVE 'S' TO DTM-OPERATION-CODE.
079700     MOVE ZERO TO DTM-END-YEAR.
079800     MOVE ZERO TO DTM-END-MONTH.
079900     MOVE ZERO TO DTM-END-DAY.
080000     MOVE ZERO TO DTM-BUSDAY-COUNT.
080100     OPEN I-O DATE-LOG-FILE.
080200     IF DATE-LOG-STATUS = '35'
080300         OPEN OUTPUT DATE-LOG-FILE
080400     END-IF.
080500     OPEN I-O EXCEPTION-FILE.
080600     IF EXCEPTION-STATUS = '35'
080700         OPEN OUTPUT EXCEPTION-FILE
080800     END-IF.
080900 1000-EXIT.
081000     EXIT.
081100*-----------------------------------------------------
081200* 2000-GET-PROCESS-DATE -- CAPTURE TODAY'S DATE FROM
081300* THE SYSTEM CLOCK, 4-DIGIT YEAR.
081400*-----------------------------------------------------
081500 2000-GET-PROCESS-DATE.
081600     ACCEPT SYSTEM-DATE-8 FROM DATE YYYYMMDD.
081700     MOVE SYSTEM-DATE-YEAR  TO YEAR.
081800     MOVE SYSTEM-DATE-MONTH TO MONTH.
081900     MOVE SYSTEM-DATE-DAY   TO DA.
082000 2000-EXIT.
082100     EXIT.
082200*-----------------------------------------------------
082300* 2100-APPLY-DATE-OVERRIDE -- IF AN OVERRIDE CARD WAS
082400* SUPPLIED IN SYSIN WITH OVR-SWITCH = 'Y', SUBSTITUTE
082500* ITS DATE FOR THE SYSTEM CLOCK DATE SO A RERUN OF A
082600* PRIOR-DAY CYCLE PROCESSES UNDER THE RIGHT DATE.  THE
082700* CARD ALSO NAMES THE CYCLE THIS RUN BELONGS TO --
082800* PICKED UP WHATEVER THE OVR-SWITCH SETTING, SO THE
082900* INTRADAY STREAM KEEPS ITS OWN RUN CONTROL EVEN WHEN
083000* IT TAKES THE CLOCK DATE AS-IS.  THE OVERRIDE DATE IS
083100* ONLY TAKEN WHEN 2110-AUTHORIZE-OVERRIDE FINDS A
083200* REGISTERED AUTHORIZATION FOR IT; OTHERWISE THE RUN IS
083300* REFUSED.
083400*-----------------------------------------------------
083500 2100-APPLY-DATE-OVERRIDE.
083600     OPEN INPUT SYSIN-FILE.
083700     IF SYSIN-STATUS = '35'
083800         CONTINUE
083900     ELSE
084000         READ SYSIN-FILE
084100             AT END
084200                 CONTINUE
084300             NOT AT END
084400                 IF OVR-CYCLE-ID NOT = SPACES
084500                     AND OVR-CYCLE-ID NOT = LOW-VALUES
084600                     MOVE OVR-CYCLE-ID TO RUN-CYCLE-ID
084700                 END-IF
084800                 IF OVR-SWITCH = 'Y'
084900                     PERFORM 2110-AUTHORIZE-OVERRIDE
085000                         THRU 2110-EXIT
085100                 END-IF
085200                 IF OVERRIDE-APPLIED
085300                     DISPLAY "*** OPERATOR DATE OVERRIDE "
085400                         "APPLIED - PROCESSING AS " MONTH
085500                         "/" DA "/" YEAR " ***"
085600                 END-IF
085700         END-READ
085800         CLOSE SYSIN-FILE
085900     END-IF.
086000 2100-EXIT.
086100     EXIT.
086200*-----------------------------------------------------
086300* 2110-AUTHORIZE-OVERRIDE -- HONOR THE OVERRIDE CARD'S
086400* DATE ONLY AGAINST A REGISTERED AUTHORIZATION.  A FUTURE
086500* DATE, OR A DATE THIS CYCLE ALREADY COMPLETED CLEAN,
086600* NEEDS A FORCED-RERUN AUTHORIZATION.  THE DATE IS MOVED
086700* IN EVEN WHEN THE OVERRIDE IS REFUSED, SO THE ALERT AND
086800* EXCEPTION RECORDS CARRY THE DATE THAT WAS ASKED FOR.
086900*-----------------------------------------------------
087000 2110-AUTHORIZE-OVERRIDE.
087100     MOVE 'N' TO AUTH-FORCE-NEEDED-SWITCH.
087200     MOVE 'N' TO AUTH-CLAIMED-SWITCH.
087300     MOVE SPACES TO AUTH-SKIP-REASON.
087400     MOVE SPACES TO EXCEPTION-REASON.
087500     IF OVR-YEAR NOT NUMERIC
087600         OR OVR-MONTH NOT NUMERIC
087700         OR OVR-DAY NOT NUMERIC
087800         MOVE "OVERRIDE DATE ON THE SYSIN CARD IS NOT NUMERIC"
087900             TO EXCEPTION-REASON
088000         PERFORM 2145-REFUSE-OVERRIDE THRU 2145-EXIT
088100         GO TO 2110-EXIT
088200     END-IF.
088300     MOVE OVR-YEAR  TO YEAR.
088400     MOVE OVR-MONTH TO MONTH.
088500     MOVE OVR-DAY   TO DA.
088600     COMPUTE AUTH-TARGET-DATE =
088700         (YEAR * 10000) + (MONTH * 100) + DA.
088800     IF AUTH-TARGET-DATE > SYSTEM-DATE-8
088900         SET AUTH-FORCE-NEEDED TO TRUE
089000         MOVE "FUTURE DATE, NOT FORCED RERUN"
089100             TO AUTH-FORCE-REASON
089200     ELSE
089300         PERFORM 2120-CHECK-PRIOR-CLEAN-RUN THRU 2120-EXIT
089400         IF AUTH-CLEAN-RUN-FOUND
089500             SET AUTH-FORCE-NEEDED TO TRUE
089600             MOVE "ALREADY RAN CLEAN, NOT FORCED"
089700                 TO AUTH-FORCE-REASON
089800         END-IF
089900     END-IF.
090000     PERFORM 2130-FIND-AUTHORIZATION THRU 2130-EXIT.
090100     IF NOT AUTH-CLAIMED
090200         STRING "OVERRIDE " AUTH-TARGET-DATE
090300             " REFUSED - " AUTH-SKIP-REASON
090400             DELIMITED BY SIZE INTO EXCEPTION-REASON
090500         PERFORM 2145-REFUSE-OVERRIDE THRU 2145-EXIT
090600         GO TO 2110-EXIT
090700     END-IF.
090800     SET OVERRIDE-APPLIED TO TRUE.
090900 2110-EXIT.
091000     EXIT.
091100*-----------------------------------------------------
091200* 2120-CHECK-PRIOR-CLEAN-RUN -- HAS THIS CYCLE ALREADY
091300* COMPLETED CLEAN FOR THE OVERRIDE DATE?  EVERY RUN THAT
091400* GOT AS FAR AS ITS REPORT HAS A DATELOG RECORD, AND
091500* EVERY RUN THAT ENDED NON-ZERO HAS AN ALERT-HISTORY
091600* RECORD UNDER THE SAME KEY, SO A DATELOG RECORD WITH NO
091700* ALERT BEHIND IT IS A CLEAN RUN.
091800*-----------------------------------------------------
091900 2120-CHECK-PRIOR-CLEAN-RUN.
092000     MOVE 'N' TO AUTH-CLEAN-RUN-SWITCH.
092100     MOVE 'N' TO AUTH-SCAN-DONE-SWITCH.
092200     MOVE 'N' TO AUTH-HIST-OPEN-SWITCH.
092300     MOVE YEAR         TO LOG-YEAR.
092400     MOVE MONTH        TO LOG-MONTH.
092500     MOVE DA           TO LOG-DAY.
092600     MOVE RUN-CYCLE-ID TO LOG-CYCLE-ID.
092700     MOVE ZERO         TO LOG-RUN-SEQ.
092800     START DATE-LOG-FILE KEY NOT < LOG-KEY
092900         INVALID KEY
093000             SET AUTH-SCAN-DONE TO TRUE
093100     END-START.
093200     IF DATE-LOG-STATUS NOT = '00'
093300         GO TO 2120-EXIT.
093400     OPEN INPUT ALERT-HIST-FILE.
093500     IF ALERT-HIST-STATUS = '00'
093600         SET AUTH-HIST-OPEN TO TRUE
093700     END-IF.
093800     PERFORM 2125-READ-NEXT-LOG THRU 2125-EXIT
093900         UNTIL AUTH-SCAN-DONE OR AUTH-CLEAN-RUN-FOUND.
094000     IF AUTH-HIST-OPEN
094100         CLOSE ALERT-HIST-FILE
094200     END-IF.
094300 2120-EXIT.
094400     EXIT.
094500*-----------------------------------------------------
094600* 2125-READ-NEXT-LOG -- ONE DATELOG RECORD FOR THE
094700* OVERRIDE DATE AND THIS CYCLE.  NO ALERT HISTORY AT ALL
094800* MEANS NO RUN EVER ENDED NON-ZERO.
094900*-----------------------------------------------------
095000 2125-READ-NEXT-LOG.
095100     READ DATE-LOG-FILE NEXT RECORD
095200         AT END
095300             SET AUTH-SCAN-DONE TO TRUE
095400             GO TO 2125-EXIT
095500     END-READ.
095600     IF LOG-YEAR NOT = YEAR
095700         OR LOG-MONTH NOT = MONTH
095800         OR LOG-DAY NOT = DA
095900         OR LOG-CYCLE-ID NOT = RUN-CYCLE-ID
096000         SET AUTH-SCAN-DONE TO TRUE
096100         GO TO 2125-EXIT
096200     END-IF.
096300     IF NOT AUTH-HIST-OPEN
096400         SET AUTH-CLEAN-RUN-FOUND TO TRUE
096500         GO TO 2125-EXIT
096600     END-IF.
096700     MOVE LOG-DATE     TO AHS-PROCESS-DATE.
096800     MOVE LOG-CYCLE-ID TO AHS-CYCLE-ID.
096900     MOVE LOG-RUN-SEQ  TO AHS-RUN-SEQ.
097000     READ ALERT-HIST-FILE
097100         INVALID KEY
097200             SET AUTH-CLEAN-RUN-FOUND TO TRUE
097300     END-READ.
097400 2125-EXIT.
097500     EXIT.
097600*-----------------------------------------------------
097700* 2130-FIND-AUTHORIZATION -- START THE AUTHORIZATION FILE
097800* AT THIS CYCLE AND THE OVERRIDE DATE AND CLAIM THE FIRST
097900* AUTHORIZATION THAT CAN BE USED.
098000*-----------------------------------------------------
098100 2130-FIND-AUTHORIZATION.
098200     MOVE 'N' TO AUTH-SCAN-DONE-SWITCH.
098300     OPEN I-O OVERRIDE-AUTH-FILE.
098400     IF OVERRIDE-AUTH-STATUS = '35'
098500         MOVE "NO AUTHORIZATION FILE" TO AUTH-SKIP-REASON
098600         GO TO 2130-EXIT
098700     END-IF.
098800     IF OVERRIDE-AUTH-STATUS NOT = '00'
098900         STRING "AUTHORIZATION FILE STATUS "
099000             OVERRIDE-AUTH-STATUS
099100             DELIMITED BY SIZE INTO AUTH-SKIP-REASON
099200         GO TO 2130-EXIT
099300     END-IF.
099400     MOVE RUN-CYCLE-ID     TO OVA-CYCLE-ID.
099500     MOVE AUTH-TARGET-DATE TO OVA-TARGET-DATE.
099600     MOVE ZERO             TO OVA-AUTH-SEQ.
099700     START OVERRIDE-AUTH-FILE KEY NOT < OVA-KEY
099800         INVALID KEY
099900             SET AUTH-SCAN-DONE TO TRUE
100000     END-START.
100100     PERFORM 2135-CHECK-ONE-AUTHORIZATION THRU 2135-EXIT
100200         UNTIL AUTH-SCAN-DONE OR AUTH-CLAIMED.
100300     CLOSE OVERRIDE-AUTH-FILE.
100400     IF NOT AUTH-CLAIMED
100500         AND AUTH-SKIP-REASON = SPACES
100600         MOVE "NO AUTHORIZATION REGISTERED"
100700             TO AUTH-SKIP-REASON
100800     END-IF.
100900 2130-EXIT.
101000     EXIT.
101100*-----------------------------------------------------
101200* 2135-CHECK-ONE-AUTHORIZATION -- ONE REGISTERED
101300* AUTHORIZATION FOR THIS CYCLE AND DATE.  IT MUST BE
101400* OPEN, NOT PAST ITS EXPIRY DATE, APPROVED BY SOMEONE
101500* OTHER THAN THE REQUESTER, AND A FORCED RERUN WHEN THE
101600* DATE NEEDS ONE.
101700*-----------------------------------------------------
101800 2135-CHECK-ONE-AUTHORIZATION.
101900     READ OVERRIDE-AUTH-FILE NEXT RECORD
102000         AT END
102100             SET AUTH-SCAN-DONE TO TRUE
102200             GO TO 2135-EXIT
102300     END-READ.
102400     IF OVA-CYCLE-ID NOT = RUN-CYCLE-ID
102500         OR OVA-TARGET-DATE NOT = AUTH-TARGET-DATE
102600         SET AUTH-SCAN-DONE TO TRUE
102700         GO TO 2135-EXIT
102800     END-IF.
102900     IF OVA-CANCELLED
103000         MOVE "AUTHORIZATION CANCELLED" TO AUTH-SKIP-REASON
103100         GO TO 2135-EXIT
103200     END-IF.
103300     IF NOT OVA-OPEN
103400         MOVE "AUTHORIZATION ALREADY USED" TO AUTH-SKIP-REASON
103500         GO TO 2135-EXIT
103600     END-IF.
103700     IF OVA-EXPIRY-DATE < SYSTEM-DATE-8
103800         MOVE "AUTHORIZATION EXPIRED" TO AUTH-SKIP-REASON
103900         GO TO 2135-EXIT
104000     END-IF.
104100     IF OVA-APPROVER = SPACES
104200         OR OVA-APPROVER = OVA-REQUESTER
104300         MOVE "NOT INDEPENDENTLY APPROVED" TO AUTH-SKIP-REASON
104400         GO TO 2135-EXIT
104500     END-IF.
104600     IF AUTH-FORCE-NEEDED
104700         AND NOT OVA-FORCED-RERUN
104800         MOVE AUTH-FORCE-REASON TO AUTH-SKIP-REASON
104900         GO TO 2135-EXIT
105000     END-IF.
105100     PERFORM 2140-CLAIM-AUTHORIZATION THRU 2140-EXIT.
105200 2135-EXIT.
105300     EXIT.
105400*-----------------------------------------------------
105500* 2140-CLAIM-AUTHORIZATION -- MARK THE AUTHORIZATION
105600* USED NOW, SO A SECOND RUN CANNOT TAKE IT WHILE THIS ONE
105700* IS STILL GOING.  9300-POST-OVERRIDE-AUTH FILLS IN THE
105800* RUN SEQUENCE AND RETURN CODE AT TERMINATION.
105900*-----------------------------------------------------
106000 2140-CLAIM-AUTHORIZATION.
106100     ACCEPT TIME-OF-DAY FROM TIME.
106200     SET OVA-USED TO TRUE.
106300     MOVE SYSTEM-DATE-8 TO OVA-USED-DATE.
106400     MOVE TIME-OF-DAY   TO OVA-USED-TIME.
106500     MOVE ZERO          TO OVA-USED-RUN-SEQ.
106600     MOVE ZERO          TO OVA-USED-RETURN-CODE.
106700     REWRITE OVERRIDE-AUTH-RECORD
106800         INVALID KEY
106900             CONTINUE
107000     END-REWRITE.
107100     IF OVERRIDE-AUTH-STATUS NOT = '00'
107200         STRING "CLAIM FAILED - FILE STATUS "
107300             OVERRIDE-AUTH-STATUS
107400             DELIMITED BY SIZE INTO AUTH-SKIP-REASON
107500         SET AUTH-SCAN-DONE TO TRUE
107600         GO TO 2140-EXIT
107700     END-IF.
107800     SET AUTH-CLAIMED TO TRUE.
107900     MOVE OVA-KEY TO AUTH-CLAIMED-KEY.
108000     DISPLAY "*** OVERRIDE AUTHORIZATION " OVA-AUTH-SEQ
108100         " REQUESTED BY " OVA-REQUESTER " APPROVED BY "
108200         OVA-APPROVER " ***".
108300     IF OVA-FORCED-RERUN
108400         DISPLAY "*** FORCED RERUN - "
108500             FUNCTION TRIM(OVA-REASON) " ***"
108600     END-IF.
108700 2140-EXIT.
108800     EXIT.
108900*-----------------------------------------------------
109000* 2145-REFUSE-OVERRIDE -- THE OVERRIDE IS NOT AUTHORIZED:
109100* ALERT CODE OVRR, RC 16, NO SEQUENCE NUMBER ISSUED AND
109200* RUNCTL LEFT ALONE.  THE REFUSAL IS LOGGED TO THE
109300* EXCEPTION FILE.
109400*-----------------------------------------------------
109500 2145-REFUSE-OVERRIDE.
109600     DISPLAY "*** ABEND - DATE OVERRIDE REFUSED - "
109700         FUNCTION TRIM(EXCEPTION-REASON) " ***".
109800     MOVE 16 TO PROGRAM-RETURN-CODE.
109900     MOVE 'OVRR' TO ALERT-REASON-CODE.
110000     MOVE ZERO TO RUN-SEQUENCE-NUMBER.
110100     MOVE 'N' TO RUN-CTL-HELD-SWITCH.
110200     PERFORM 2450-WRITE-EXCEPTION-REC THRU 2450-EXIT.
110300 2145-EXIT.
110400     EXIT.
110500*-----------------------------------------------------
110600* 2150-BUILD-PROCESS-DATE-8 -- RECOMBINE YEAR/MONTH/DA
110700* INTO AN 8-DIGIT YYYYMMDD.  ALL DATE MATH BELOW THIS
110800* POINT USES PROCESS-DATE-8 SO AN OPERATOR OVERRIDE OF
110900* THE PROCESSING DATE FLOWS THROUGH CORRECTLY.
111000*-----------------------------------------------------
111100 2150-BUILD-PROCESS-DATE-8.
111200     COMPUTE PROCESS-DATE-8 =
111300         (YEAR * 10000) + (MONTH * 100) + DA.
111400 2150-EXIT.
111500     EXIT.
111600*-----------------------------------------------------
111700* 2180-READ-RUN-CONTROL -- READ THIS RUN'S CYCLE RECORD
111800* BY KEY.  A CYCLE NOT YET ON THE DATASET (OR A DATASET
111900* NOT YET ALLOCATED) STARTS ITS SEQUENCE AT ONE AND IS
112000* WRITTEN AS A NEW RECORD IN 9000-TERMINATE.  A RECORD
112100* THAT CANNOT BE READ, OR WHOSE COUNTERS ARE NOT
112200* NUMERIC, REFUSES THIS CYCLE'S RUN (CTLF, RC 16) AND
112300* IS LEFT AS FOUND FOR CTLMAINT TO RESET -- NO OTHER
112400* CYCLE IS AFFECTED.
112500*-----------------------------------------------------
112600 2180-READ-RUN-CONTROL.
112700     MOVE 'N' TO RUN-CTL-HELD-SWITCH.
112800     MOVE 'N' TO RUN-CTL-NEW-SWITCH.
112900     OPEN INPUT RUN-CTL-FILE.
113000     IF RUN-CTL-STATUS = '35'
113100         SET RUN-CTL-NEW-CYCLE TO TRUE
113200     ELSE
113300         MOVE RUN-CYCLE-ID TO CTL-CYCLE-ID
113400         READ RUN-CTL-FILE
113500             INVALID KEY
113600                 SET RUN-CTL-NEW-CYCLE TO TRUE
113700         END-READ
113800         IF RUN-CTL-STATUS NOT = '00'
113900             AND RUN-CTL-STATUS NOT = '23'
114000             DISPLAY "*** ABEND - RUNCTL RECORD FOR CYCLE "
114100                 RUN-CYCLE-ID " CANNOT BE READ - FILE "
114200                 "STATUS " RUN-CTL-STATUS " - RUN REFUSED ***"
114300             PERFORM 2190-REFUSE-RUN-CONTROL THRU 2190-EXIT
114400         END-IF
114500         CLOSE RUN-CTL-FILE
114600     END-IF.
114700     IF PROGRAM-RETURN-CODE NOT = ZERO
114800         GO TO 2180-EXIT
114900     END-IF.
115000     IF RUN-CTL-NEW-CYCLE
115100         MOVE RUN-CYCLE-ID TO CTL-CYCLE-ID
115200         MOVE ZERO TO CTL-LAST-RUN-SEQ
115300         MOVE ZERO TO CTL-LAST-RETURN-CODE
115400         MOVE ZERO TO CTL-LAST-RUN-DATE
115500     END-IF.
115600     IF CTL-LAST-RUN-SEQ NOT NUMERIC
115700         OR CTL-LAST-RETURN-CODE NOT NUMERIC
115800         OR CTL-LAST-RUN-DATE NOT NUMERIC
115900         DISPLAY "*** ABEND - RUNCTL RECORD FOR CYCLE "
116000             RUN-CYCLE-ID " IS NOT NUMERIC - RESET IT WITH "
116100             "CTLMAINT - RUN REFUSED ***"
116200         PERFORM 2190-REFUSE-RUN-CONTROL THRU 2190-EXIT
116300         GO TO 2180-EXIT
116400     END-IF.
116500     SET RUN-CTL-HELD TO TRUE.
116600     COMPUTE RUN-SEQUENCE-NUMBER = CTL-LAST-RUN-SEQ + 1.
116700 2180-EXIT.
116800     EXIT.
116900*-----------------------------------------------------
117000* 2190-REFUSE-RUN-CONTROL -- THIS CYCLE'S OWN RUN-
117100* CONTROL RECORD IS UNUSABLE: ALERT CODE CTLF, RC 16,
117200* NO SEQUENCE NUMBER ISSUED AND THE RECORD LEFT AS FOUND.
117300*-----------------------------------------------------
117400 2190-REFUSE-RUN-CONTROL.
117500     MOVE 16 TO PROGRAM-RETURN-CODE.
117600     MOVE 'CTLF' TO ALERT-REASON-CODE.
117700     MOVE ZERO TO RUN-SEQUENCE-NUMBER.
117800     MOVE 'N' TO RUN-CTL-HELD-SWITCH.
117900 2190-EXIT.
118000     EXIT.
118100*-----------------------------------------------------
118200* 2200-DERIVE-DOW-JULIAN -- DERIVE THE DAY-OF-WEEK NAME
118300* AND THE JULIAN (YEAR-TO-DATE) DAY NUMBER FROM
118400* PROCESS-DATE-8.
118500*-----------------------------------------------------
118600 2200-DERIVE-DOW-JULIAN.
118700     COMPUTE PROCESS-DATE-INTEGER =
118800         FUNCTION INTEGER-OF-DATE(PROCESS-DATE-8).
118900     COMPUTE DAY-OF-WEEK-NUMBER =
119000         FUNCTION MOD(PROCESS-DATE-INTEGER, 7).
119100     MOVE DOW-NAME-ENTRY(DAY-OF-WEEK-NUMBER + 1)
119200         TO DAY-OF-WEEK-NAME.
119300     COMPUTE JAN1-DATE-8 = (YEAR * 10000) + 0101.
119400     COMPUTE JAN1-DATE-INTEGER =
119500         FUNCTION INTEGER-OF-DATE(JAN1-DATE-8).
119600     COMPUTE JULIAN-DAY =
119700         PROCESS-DATE-INTEGER - JAN1-DATE-INTEGER + 1.
119800 2200-EXIT.
119900     EXIT.
120000*-----------------------------------------------------
120100* 2300-COMPUTE-DAYS-IN-MONTH -- LOOK UP THE NUMBER OF
120200* DAYS IN THE PROCESSING MONTH, ADJUSTING FEBRUARY WHEN
120300* THE PROCESSING YEAR IS A LEAP YEAR.  USED BY THE
120400* MONTH-END REPORT TO COMPUTE DAYS REMAINING.
120500*-----------------------------------------------------
120600 2300-COMPUTE-DAYS-IN-MONTH.
120700     MOVE 'N' TO LEAP-YEAR-SWITCH.
120800     IF (FUNCTION MOD(YEAR, 4) = 0
120900             AND FUNCTION MOD(YEAR, 100) NOT = 0)
121000         OR FUNCTION MOD(YEAR, 400) = 0
121100         MOVE 'Y' TO LEAP-YEAR-SWITCH
121200     END-IF.
121300     MOVE DAYS-IN-MONTH-ENTRY(MONTH) TO DAYS-IN-MONTH.
121400     IF MONTH = 02 AND IS-LEAP-YEAR
121500         MOVE 29 TO DAYS-IN-MONTH
121600     END-IF.
121700 2300-EXIT.
121800     EXIT.
121900*-----------------------------------------------------
122000* 2400-VALIDATE-DATE -- RANGE-CHECK THE PROCESSING YEAR,
122100* MONTH AND DAY BEFORE ANYTHING DOWNSTREAM (DAY-OF-WEEK,
122200* JULIAN DATE, HOLIDAY CHECK, THE MONTH-END REPORT)
122300* CONSUMES IT.  A BAD YEAR, MONTH OR DAY -- E.G. FROM A
122400* CLOCK THAT CAME UP WRONG AFTER A SYSPLEX RESET -- IS
122500* LOGGED TO THE EXCEPTION FILE AND ABORTS THE RUN
122600* INSTEAD OF BEING PROCESSED AS IF IT WERE GOOD DATA.
122700* ONLY THE FIRST FAILING CHECK'S REASON IS LOGGED.
122800*-----------------------------------------------------
122900 2400-VALIDATE-DATE.
123000     MOVE 'Y' TO DATE-VALIDITY-SWITCH.
123100     MOVE SPACES TO EXCEPTION-REASON.
123200     IF YEAR < MINIMUM-VALID-YEAR OR YEAR > MAXIMUM-VALID-YEAR
123300         MOVE 'N' TO DATE-VALIDITY-SWITCH
123400         MOVE 'YRRG' TO ALERT-REASON-CODE
123500         STRING "YEAR " YEAR " NOT IN OPERATIONAL RANGE "
123600             MINIMUM-VALID-YEAR "-" MAXIMUM-VALID-YEAR
123700             DELIMITED BY SIZE INTO EXCEPTION-REASON
123800     END-IF.
123900     IF DATE-IS-VALID
124000         IF MONTH < 01 OR MONTH > 12
124100             MOVE 'N' TO DATE-VALIDITY-SWITCH
124200             MOVE 'MNRG' TO ALERT-REASON-CODE
124300             STRING "MONTH " MONTH " NOT IN RANGE 01-12"
124400                 DELIMITED BY SIZE INTO EXCEPTION-REASON
124500         END-IF
124600     END-IF.
124700     IF DATE-IS-VALID
124800         PERFORM 2300-COMPUTE-DAYS-IN-MONTH THRU 2300-EXIT
124900         IF DA < 01 OR DA > DAYS-IN-MONTH
125000             MOVE 'N' TO DATE-VALIDITY-SWITCH
125100             MOVE 'DYRG' TO ALERT-REASON-CODE
125200             STRING "DAY " DA " NOT VALID FOR MONTH "
125300                 MONTH " OF YEAR " YEAR
125400                 DELIMITED BY SIZE INTO EXCEPTION-REASON
125500         END-IF
125600     END-IF.
125700     IF NOT DATE-IS-VALID
125800         DISPLAY "*** ABEND - INVALID PROCESSING DATE - "
125900             FUNCTION TRIM(EXCEPTION-REASON) " ***"
126000         MOVE 16 TO PROGRAM-RETURN-CODE
126100         PERFORM 2450-WRITE-EXCEPTION-REC THRU 2450-EXIT
126200     END-IF.
126300 2400-EXIT.
126400     EXIT.
126500*-----------------------------------------------------
126600* 2450-WRITE-EXCEPTION-REC -- LOG THE REJECTED DATE TO
126700* THE EXCEPTION FILE FOR OPERATIONS TO FOLLOW UP ON.  A
126800* REFUSED RUN HAS NO SEQUENCE NUMBER AND IS FILED UNDER
126900* 999999 COUNTING DOWN.  A REFUSED OVERRIDE OPENS THE
127000* ALERT HISTORY ALONGSIDE SO 2460 CAN PASS OVER ANY
127100* SEQUENCE ITS OVRR ALERT COULD NOT BE FILED UNDER.
127200*-----------------------------------------------------
127300 2450-WRITE-EXCEPTION-REC.
127400     ACCEPT TIME-OF-DAY FROM TIME.
127500     MOVE YEAR              TO EXC-YEAR.
127600     MOVE MONTH             TO EXC-MONTH.
127700     MOVE DA                TO EXC-DAY.
127800     MOVE RUN-CYCLE-ID      TO EXC-CYCLE-ID.
127900     IF RUN-SEQUENCE-NUMBER = ZERO
128000         MOVE 999999 TO EXC-RUN-SEQ
128100     ELSE
128200         MOVE RUN-SEQUENCE-NUMBER TO EXC-RUN-SEQ
128300     END-IF.
128400     MOVE EXCEPTION-REASON  TO EXC-REASON.
128500     MOVE TIME-OF-DAY       TO EXC-TIME-OF-DAY.
128600     MOVE 'N' TO EXCEPTION-DONE-SWITCH.
128700     MOVE ZERO TO EXCEPTION-TRIES.
128800     MOVE ZERO TO EXCEPTION-FILED-SEQ.
128900     MOVE 'N' TO EXCEPTION-PROBE-SWITCH.
129000     IF RUN-SEQUENCE-NUMBER = ZERO
129100         AND ALERT-REASON-CODE = 'OVRR'
129200         OPEN INPUT ALERT-HIST-FILE
129300         IF ALERT-HIST-STATUS = '00'
129400             SET EXCEPTION-PROBE-HISTORY TO TRUE
129500         END-IF
129600     END-IF.
129700     PERFORM 2460-FILE-EXCEPTION-REC THRU 2460-EXIT
129800         UNTIL EXCEPTION-DONE.
129900     IF EXCEPTION-PROBE-HISTORY
130000         CLOSE ALERT-HIST-FILE
130100     END-IF.
130200 2450-EXIT.
130300     EXIT.
130400*-----------------------------------------------------
130500* 2460-FILE-EXCEPTION-REC -- WRITE THE EXCEPTION RECORD.
130600* A DUPLICATE KEY ON A REFUSED RUN'S COUNT-DOWN SEQUENCE
130700* STEPS ONE LOWER AND TRIES AGAIN; ANY OTHER FAILURE, OR
130800* 999 REFUSALS IN ONE DAY, IS REPORTED AND GIVEN UP.  A
130900* SEQUENCE ALREADY ON THE ALERT HISTORY IS TREATED AS A
131000* DUPLICATE KEY WITHOUT WRITING.
131100*-----------------------------------------------------
131200 2460-FILE-EXCEPTION-REC.
131300     IF EXCEPTION-PROBE-HISTORY
131400         MOVE EXC-KEY TO AHS-KEY
131500         READ ALERT-HIST-FILE
131600             INVALID KEY
131700                 CONTINUE
131800         END-READ
131900         IF ALERT-HIST-STATUS = '00'
132000             MOVE '22' TO EXCEPTION-STATUS
132100             GO TO 2460-STEP-DOWN
132200         END-IF
132300     END-IF.
132400     WRITE EXCEPTION-RECORD.
132500     IF EXCEPTION-STATUS = '00'
132600         MOVE EXC-RUN-SEQ TO EXCEPTION-FILED-SEQ
132700         SET EXCEPTION-DONE TO TRUE
132800         GO TO 2460-EXIT
132900     END-IF.
133000 2460-STEP-DOWN.
133100     ADD 1 TO EXCEPTION-TRIES.
133200     IF EXCEPTION-STATUS = '22'
133300         AND RUN-SEQUENCE-NUMBER = ZERO
133400         AND EXCEPTION-TRIES < 999
133500         SUBTRACT 1 FROM EXC-RUN-SEQ
133600         GO TO 2460-EXIT
133700     END-IF.
133800     DISPLAY "*** WARNING - EXCEPTION RECORD NOT "
133900         "WRITTEN - FILE STATUS " EXCEPTION-STATUS
134000         " ***".
134100     SET EXCEPTION-DONE TO TRUE.
134200 2460-EXIT.
134300     EXIT.
134400*-----------------------------------------------------
134500* 2500-APPLY-CYCLE-CUTOFF -- WHEN THIS RUN GOT CONTROL
134600* BETWEEN MIDNIGHT AND ITS CYCLE'S CUTOFF TIME, THE
134700* PRIOR CYCLE OVERRAN AND THIS RUN STILL BELONGS TO THE
134800* PRIOR BUSINESS DAY: ROLL THE PROCESSING DATE BACK ONE
134900* BUSINESS DAY VIA DATE-MATH.  AN OPERATOR DATE
135000* OVERRIDE ALWAYS WINS -- NO ROLL ON TOP OF ONE -- AND
135100* A CYCLE WITH NO CYCPARM CARD OR A ZERO CUTOFF TAKES
135200* THE CLOCK DATE AS IT ALWAYS HAS.
135300*-----------------------------------------------------
135400 2500-APPLY-CYCLE-CUTOFF.
135500     ACCEPT TIME-OF-DAY FROM TIME.
135600     DIVIDE TIME-OF-DAY BY 10000
135700         GIVING RUN-START-TIME-HHMM.
135800     PERFORM 2510-LOAD-CYCLE-PARMS THRU 2510-EXIT.
135900     PERFORM 2530-FIND-CYCLE-PARM THRU 2530-EXIT
136000         VARYING CYP-IDX FROM 1 BY 1
136100         UNTIL CYP-IDX > CYCLE-PARM-COUNT
136200             OR CYCLE-PARM-SUB > ZERO.
136300     IF CYCLE-PARM-SUB = ZERO
136400         GO TO 2500-EXIT.
136500     IF OVERRIDE-APPLIED
136600         GO TO 2500-EXIT.
136700     IF CYP-TBL-CUTOFF-TIME(CYCLE-PARM-SUB) = ZERO
136800         OR RUN-START-TIME-HHMM NOT <
136900             CYP-TBL-CUTOFF-TIME(CYCLE-PARM-SUB)
137000         GO TO 2500-EXIT.
137100     MOVE -1 TO BUSDAY-DELTA.
137200     PERFORM 6600-CALL-DATE-MATH THRU 6600-EXIT.
137300     MOVE BUSDAY-RESULT-YEAR  TO YEAR.
137400     MOVE BUSDAY-RESULT-MONTH TO MONTH.
137500     MOVE BUSDAY-RESULT-DAY   TO DA.
137600     PERFORM 2150-BUILD-PROCESS-DATE-8 THRU 2150-EXIT.
137700     SET CUTOFF-ROLL-APPLIED TO TRUE.
137800     DISPLAY "*** CYCLE CUTOFF - RUN STARTED "
137900         RUN-START-TIME-HHMM " - BEFORE CYCLE "
138000         RUN-CYCLE-ID " CUTOFF "
138100         CYP-TBL-CUTOFF-TIME(CYCLE-PARM-SUB)
138200         " - PROCESSING ROLLED BACK TO " MONTH "/" DA
138300         "/" YEAR " ***".
138400 2500-EXIT.
138500     EXIT.
138600*-----------------------------------------------------
138700* 2510-LOAD-CYCLE-PARMS -- READ THE CYCPARM CARDS WHOLE
138800* INTO THE TABLE.  A MISSING FILE LEAVES THE TABLE
138900* EMPTY, WHICH MEANS NO CUTOFF FOR ANY CYCLE.
139000*-----------------------------------------------------
139100 2510-LOAD-CYCLE-PARMS.
139200     MOVE ZERO TO CYCLE-PARM-COUNT.
139300     MOVE ZERO TO CYCLE-PARM-SUB.
139400     MOVE 'N' TO CYCLE-PARM-EOF-SWITCH.
139500     OPEN INPUT CYCLE-PARM-FILE.
139600     IF CYCLE-PARM-STATUS = '35'
139700         CONTINUE
139800     ELSE
139900         PERFORM 2520-READ-CYCLE-PARM-REC THRU 2520-EXIT
140000             UNTIL CYCLE-PARM-EOF
140100         CLOSE CYCLE-PARM-FILE
140200     END-IF.
140300 2510-EXIT.
140400     EXIT.
140500*-----------------------------------------------------
140600* 2520-READ-CYCLE-PARM-REC -- READ ONE CYCLE'S CARD
140700* INTO THE NEXT TABLE SLOT.  ONLY THIS RUN'S OWN CYCLE
140800* IS TABLED, SO THE NUMBER OF CYCLES ON CYCPARM IS NOT
140900* BOUNDED BY THE TABLE.  CARDS PAST THE 20-SLOT TABLE
141000* (REPEATED CARDS FOR THIS CYCLE) ARE DROPPED WITH A
141100* WARNING -- THE TABLE IS NEVER WRITTEN BACK, SO
141200* NOTHING IS LOST OFF THE DATASET.
141300*-----------------------------------------------------
141400 2520-READ-CYCLE-PARM-REC.
141500     READ CYCLE-PARM-FILE
141600         AT END
141700             SET CYCLE-PARM-EOF TO TRUE
141800             GO TO 2520-EXIT
141900     END-READ.
142000     IF CYP-CYCLE-ID NOT = RUN-CYCLE-ID
142100         GO TO 2520-EXIT
142200     END-IF.
142300     IF CYCLE-PARM-COUNT NOT < 20
142400         DISPLAY "*** WARNING - CYCPARM HOLDS MORE THAN "
142500             "20 CARDS - EXCESS CARDS IGNORED ***"
142600         SET CYCLE-PARM-EOF TO TRUE
142700         GO TO 2520-EXIT
142800     END-IF.
142900     ADD 1 TO CYCLE-PARM-COUNT.
143000     SET CYP-IDX TO CYCLE-PARM-COUNT.
143100     MOVE CYP-CYCLE-ID    TO CYP-TBL-CYCLE-ID(CYP-IDX).
143200     IF CYP-CUTOFF-TIME NUMERIC
143300         MOVE CYP-CUTOFF-TIME
143400             TO CYP-TBL-CUTOFF-TIME(CYP-IDX)
143500     ELSE
143600         MOVE ZERO TO CYP-TBL-CUTOFF-TIME(CYP-IDX)
143700     END-IF.
143800     MOVE CYP-PRED-CYCLE-ID
143900         TO CYP-TBL-PRED-CYCLE-ID(CYP-IDX).
144000     IF CYP-PRED-MAX-RC NUMERIC
144100         MOVE CYP-PRED-MAX-RC
144200             TO CYP-TBL-PRED-MAX-RC(CYP-IDX)
144300     ELSE
144400         MOVE ZERO TO CYP-TBL-PRED-MAX-RC(CYP-IDX)
144500     END-IF.
144600 2520-EXIT.
144700     EXIT.
144800*-----------------------------------------------------
144900* 2530-FIND-CYCLE-PARM -- REMEMBER THE TABLE SLOT WHOSE
145000* CYCLE ID MATCHES THIS RUN'S.
145100*-----------------------------------------------------
145200 2530-FIND-CYCLE-PARM.
145300     IF CYP-TBL-CYCLE-ID(CYP-IDX) = RUN-CYCLE-ID
145400         SET CYCLE-PARM-SUB TO CYP-IDX
145500     END-IF.
145600 2530-EXIT.
145700     EXIT.
145800*-----------------------------------------------------
145900* 2550-CHECK-CYCLE-DEPENDENCY -- ENFORCE THE CYCLE'S
146000* RUN-ORDER RULE OFF THE RUN-CONTROL RECORDS: THE
146100* PREDECESSOR CYCLE NAMED ON THE CYCPARM CARD MUST HAVE
146200* RUN FOR A DATE NO EARLIER THAN THE PRIOR BUSINESS DAY
146300* AND FINISHED WITHIN THE ALLOWED RETURN CODE.  A RUN
146400* REFUSED HERE CONSUMES NO SEQUENCE NUMBER AND LEAVES
146500* RUNCTL UNTOUCHED, AND PAGES THE OPERATOR THROUGH THE
146600* DEPC ALERT CODE INSTEAD OF A LAMINATED SHEET.
146700*-----------------------------------------------------
146800 2550-CHECK-CYCLE-DEPENDENCY.
146900     IF CYCLE-PARM-SUB = ZERO
147000         OR CYP-TBL-PRED-CYCLE-ID(CYCLE-PARM-SUB) = SPACES
147100         GO TO 2550-EXIT.
147200     MOVE -1 TO BUSDAY-DELTA.
147300     PERFORM 6600-CALL-DATE-MATH THRU 6600-EXIT.
147400     COMPUTE PRED-REQUIRED-DATE =
147500         (BUSDAY-RESULT-YEAR * 10000)
147600         + (BUSDAY-RESULT-MONTH * 100)
147700         + BUSDAY-RESULT-DAY.
147800     PERFORM 2560-READ-PRED-RECORD THRU 2560-EXIT.
147900     IF NOT PRED-RECORD-FOUND
148000         DISPLAY "*** ABEND - PREDECESSOR CYCLE "
148100             CYP-TBL-PRED-CYCLE-ID(CYCLE-PARM-SUB)
148200             " HAS NO RUN-CONTROL RECORD - CYCLE "
148300             RUN-CYCLE-ID " REFUSED ***"
148400         PERFORM 2570-REFUSE-THIS-RUN THRU 2570-EXIT
148500         GO TO 2550-EXIT
148600     END-IF.
148700     IF PRED-RUN-DATE NOT NUMERIC
148800         OR PRED-RETURN-CODE NOT NUMERIC
148900         DISPLAY "*** ABEND - PREDECESSOR CYCLE "
149000             CYP-TBL-PRED-CYCLE-ID(CYCLE-PARM-SUB)
149100             " RUN-CONTROL RECORD IS NOT NUMERIC - CYCLE "
149200             RUN-CYCLE-ID " REFUSED ***"
149300         PERFORM 2570-REFUSE-THIS-RUN THRU 2570-EXIT
149400         GO TO 2550-EXIT
149500     END-IF.
149600     IF PRED-RUN-DATE < PRED-REQUIRED-DATE
149700         DISPLAY "*** ABEND - PREDECESSOR CYCLE "
149800             CYP-TBL-PRED-CYCLE-ID(CYCLE-PARM-SUB)
149900             " LAST RAN FOR " PRED-RUN-DATE
150000             " - NEEDS " PRED-REQUIRED-DATE
150100             " - CYCLE " RUN-CYCLE-ID " REFUSED ***"
150200         PERFORM 2570-REFUSE-THIS-RUN THRU 2570-EXIT
150300         GO TO 2550-EXIT
150400     END-IF.
150500     IF PRED-RETURN-CODE
150600             > CYP-TBL-PRED-MAX-RC(CYCLE-PARM-SUB)
150700         DISPLAY "*** ABEND - PREDECESSOR CYCLE "
150800             CYP-TBL-PRED-CYCLE-ID(CYCLE-PARM-SUB)
150900             " FINISHED WITH RC " PRED-RETURN-CODE
151000             " - ALLOWED "
151100             CYP-TBL-PRED-MAX-RC(CYCLE-PARM-SUB)
151200             " - CYCLE " RUN-CYCLE-ID " REFUSED ***"
151300         PERFORM 2570-REFUSE-THIS-RUN THRU 2570-EXIT
151400     END-IF.
151500 2550-EXIT.
151600     EXIT.
151700*-----------------------------------------------------
151800* 2560-READ-PRED-RECORD -- READ THE RUN-CONTROL RECORD
151900* OF THE PREDECESSOR NAMED ON THIS CYCLE'S CYCPARM CARD
152000* BY KEY AND KEEP ITS RUN DATE AND RETURN CODE.  THE
152100* RECORD AREA IS PUT BACK TO THIS CYCLE'S KEY AFTERWARD.
152200*-----------------------------------------------------
152300 2560-READ-PRED-RECORD.
152400     MOVE 'N' TO PRED-FOUND-SWITCH.
152500     OPEN INPUT RUN-CTL-FILE.
152600     IF RUN-CTL-STATUS = '35'
152700         GO TO 2560-EXIT
152800     END-IF.
152900     MOVE CYP-TBL-PRED-CYCLE-ID(CYCLE-PARM-SUB)
153000         TO CTL-CYCLE-ID.
153100     READ RUN-CTL-FILE
153200         INVALID KEY
153300             CONTINUE
153400         NOT INVALID KEY
153500             SET PRED-RECORD-FOUND TO TRUE
153600             MOVE CTL-LAST-RUN-DATE    TO PRED-RUN-DATE
153700             MOVE CTL-LAST-RETURN-CODE TO PRED-RETURN-CODE
153800     END-READ.
153900     CLOSE RUN-CTL-FILE.
154000     MOVE RUN-CYCLE-ID TO CTL-CYCLE-ID.
154100 2560-EXIT.
154200     EXIT.
154300*-----------------------------------------------------
154400* 2570-REFUSE-THIS-RUN -- COMMON REFUSAL PATH: ALERT
154500* CODE DEPC, RC 16, THE ISSUED SEQUENCE HANDED BACK AND
154600* THE HELD SWITCH CLEARED SO 9000-TERMINATE LEAVES THIS
154700* CYCLE'S RUN-CONTROL RECORD EXACTLY AS IT FOUND IT.
154800*-----------------------------------------------------
154900 2570-REFUSE-THIS-RUN.
155000     MOVE 16 TO PROGRAM-RETURN-CODE.
155100     MOVE 'DEPC' TO ALERT-REASON-CODE.
155200     MOVE ZERO TO RUN-SEQUENCE-NUMBER.
155300     MOVE 'N' TO RUN-CTL-HELD-SWITCH.
155400 2570-EXIT.
155500     EXIT.
155600*-----------------------------------------------------
155700* 3000-LOAD-HOLIDAY-TABLE -- READ THE KEYED CALENDAR
155800* STRAIGHT THROUGH ONCE: TABLE THE MARKET UNIVERSE FROM
155900* EVERY ROW AND KEEP ONLY THE PROCESSING DATE'S OWN
156000* ENTRIES FOR THE HOLIDAY CHECK.  A MISSING CALENDAR
156100* LEAVES BOTH TABLES EMPTY RATHER THAN ABENDING THE
156200* JOB.
156300*-----------------------------------------------------
156400 3000-LOAD-HOLIDAY-TABLE.
156500     MOVE ZERO TO HOLIDAY-TABLE-COUNT.
156600     MOVE 'N' TO HOLIDAY-EOF-SWITCH.
156700     OPEN INPUT HOLIDAY-FILE.
156800     IF HOLIDAY-STATUS = '35'
156900         SET HOLIDAY-EOF TO TRUE
157000     ELSE
157100         PERFORM 3100-READ-HOLIDAY-RECORD THRU 3100-EXIT
157200             UNTIL HOLIDAY-EOF
157300         CLOSE HOLIDAY-FILE
157400     END-IF.
157500 3000-EXIT.
157600     EXIT.
157700*-----------------------------------------------------
157800* 3100-READ-HOLIDAY-RECORD -- READ ONE HOLIDAY-CALENDAR
157900* RECORD: TABLE ITS MARKET, AND KEEP THE RECORD ITSELF
158000* ONLY WHEN IT FALLS ON THE PROCESSING DATE.
158100*-----------------------------------------------------
158200 3100-READ-HOLIDAY-RECORD.
158300     READ HOLIDAY-FILE
158400         AT END
158500             SET HOLIDAY-EOF TO TRUE
158600             GO TO 3100-EXIT
158700     END-READ.
158800     IF HOL-MARKET-CODE NOT = SPACES
158900         PERFORM 3150-TABLE-ONE-MARKET THRU 3150-EXIT
159000     END-IF.
159100     IF HOL-YEAR NOT = YEAR
159200         OR HOL-MONTH NOT = MONTH
159300         OR HOL-DAY NOT = DA
159400         GO TO 3100-EXIT.
159500     IF HOLIDAY-TABLE-COUNT NOT < 20
159600         DISPLAY "*** WARNING - MORE THAN 20 CALENDAR "
159700             "ENTRIES FOR THE PROCESSING DATE - "
159800             "EXCESS ENTRIES DROPPED ***"
159900         GO TO 3100-EXIT.
160000     ADD 1 TO HOLIDAY-TABLE-COUNT.
160100     SET HOL-IDX TO HOLIDAY-TABLE-COUNT.
160200     MOVE HOL-MONTH        TO HOL-TBL-MONTH(HOL-IDX).
160300     MOVE HOL-DAY          TO HOL-TBL-DAY(HOL-IDX).
160400     MOVE HOL-YEAR         TO HOL-TBL-YEAR(HOL-IDX).
160500     MOVE HOL-WEEKEND-FLAG
160600         TO HOL-TBL-WEEKEND-FLAG(HOL-IDX).
160700     MOVE HOL-DESCRIPTION
160800         TO HOL-TBL-DESCRIPTION(HOL-IDX).
160900     MOVE HOL-MARKET-CODE
161000         TO HOL-TBL-MARKET(HOL-IDX).
161100 3100-EXIT.
161200     EXIT.
161300*-----------------------------------------------------
161400* 3150-TABLE-ONE-MARKET -- PLACE A CALENDAR ENTRY'S
161500* MARKET CODE IN THE MARKET-UNIVERSE TABLE IF IT IS NOT
161600* ALREADY THERE.  THE TABLE IS CAPPED AT THE SAME EIGHT
161700* SLOTS AS THE MKTLIST LAYOUT.
161800*-----------------------------------------------------
161900 3150-TABLE-ONE-MARKET.
162000     MOVE 'N' TO MKU-FOUND-SWITCH.
162100     IF MARKET-UNIV-COUNT > 0
162200         PERFORM 3160-MATCH-UNIV-MARKET THRU 3160-EXIT
162300             VARYING MKU-IDX FROM 1 BY 1
162400             UNTIL MKU-IDX > MARKET-UNIV-COUNT
162500                 OR MKU-FOUND
162600     END-IF.
162700     IF MKU-FOUND
162800         GO TO 3150-EXIT.
162900     IF MARKET-UNIV-COUNT NOT < 8
163000         DISPLAY "*** WARNING - CALENDAR NAMES MORE "
163100             "THAN 8 MARKETS - MARKET " HOL-MARKET-CODE
163200             " NOT TRACKED ***"
163300         GO TO 3150-EXIT.
163400     ADD 1 TO MARKET-UNIV-COUNT.
163500     SET MKU-IDX TO MARKET-UNIV-COUNT.
163600     MOVE HOL-MARKET-CODE TO MKU-CODE(MKU-IDX).
163700     MOVE 'N' TO MKU-CLOSED-FLAG(MKU-IDX).
163800 3150-EXIT.
163900     EXIT.
164000 3160-MATCH-UNIV-MARKET.
164100     IF MKU-CODE(MKU-IDX) = HOL-MARKET-CODE
164200         SET MKU-FOUND TO TRUE
164300     END-IF.
164400 3160-EXIT.
164500     EXIT.
164600*-----------------------------------------------------
164700* 3200-CHECK-HOLIDAY-CAL -- COMPARE TODAY'S DATE TO THE
164800* HOLIDAY TABLE AND TO THE DAY-OF-WEEK.  A MATCH ON
164900* EITHER IS A NON-SETTLEMENT DAY: WARN AND SET A NON-
165000* ZERO RETURN CODE SO THE CALLING JCL CAN SKIP THE
165100* DOWNSTREAM SETTLEMENT STEPS.  EVERY CALENDAR ENTRY
165200* FOR TODAY IS SCANNED AND WARNED SEPARATELY, NAMING
165300* ITS MARKET, SO THE DESK KNOWS WHICH MARKET CAUSED THE
165400* NON-SETTLEMENT DAY.  AN ENTRY FLAGGED
165500* HOL-TBL-WEEKEND-FLAG = 'Y' IS A STANDING WEEKEND-
165600* CLOSURE ENTRY RATHER THAN A TRUE BANK HOLIDAY, SO THE
165700* WARNING TEXT SAYS WHICH ONE IT IS.
165800*-----------------------------------------------------
165900 3200-CHECK-HOLIDAY-CAL.
166000     MOVE 'N' TO HOLIDAY-MATCH-SWITCH.
166100     IF HOLIDAY-TABLE-COUNT > 0
166200         PERFORM 3250-WARN-ONE-HOLIDAY THRU 3250-EXIT
166300             VARYING HOL-IDX FROM 1 BY 1
166400             UNTIL HOL-IDX > HOLIDAY-TABLE-COUNT
166500     END-IF.
166600* A TRUE WEEKEND CLOSES EVERY MARKET, WHATEVER THE
166700* CALENDAR SAYS ABOUT THE DATE.
166800     IF DAY-OF-WEEK-NUMBER = 0 OR DAY-OF-WEEK-NUMBER = 6
166900         SET ALL-MARKETS-CLOSED TO TRUE
167000     END-IF.
167100     IF ALL-MARKETS-CLOSED
167200         PERFORM 3290-CLOSE-EVERY-MARKET THRU 3290-EXIT
167300     END-IF.
167400     MOVE ZERO TO MARKET-CLOSED-COUNT.
167500     PERFORM 3295-COUNT-CLOSED-MARKET THRU 3295-EXIT
167600         VARYING MKU-SUB FROM 1 BY 1
167700         UNTIL MKU-SUB > MARKET-UNIV-COUNT.
167800     IF HOLIDAY-MATCH-FOUND
167900         IF ALL-MARKETS-CLOSED
168000             OR MARKET-UNIV-COUNT = ZERO
168100             OR MARKET-CLOSED-COUNT = MARKET-UNIV-COUNT
168200             IF MATCHED-WEEKEND-FLAG = 'Y'
168300                 MOVE 'WKNF' TO ALERT-REASON-CODE
168400             ELSE
168500                 MOVE 'HOLI' TO ALERT-REASON-CODE
168600             END-IF
168700             MOVE 8 TO PROGRAM-RETURN-CODE
168800         ELSE
168900             SET PARTIAL-CLOSURE TO TRUE
169000             MOVE 'HOLP' TO ALERT-REASON-CODE
169100             MOVE 4 TO PROGRAM-RETURN-CODE
169200             DISPLAY "*** WARNING - PARTIAL CLOSURE - "
169300                 MARKET-CLOSED-COUNT " OF "
169400                 MARKET-UNIV-COUNT " MARKETS CLOSED - "
169500                 "SETTLE THE OPEN MARKETS ONLY ***"
169600         END-IF
169700     ELSE
169800         IF DAY-OF-WEEK-NUMBER = 0 OR DAY-OF-WEEK-NUMBER = 6
169900             DISPLAY "*** WARNING - TODAY IS A WEEKEND - "
170000                 "SETTLEMENT STEPS SHOULD BE SKIPPED ***"
170100             MOVE 'WKND' TO ALERT-REASON-CODE
170200             MOVE 8 TO PROGRAM-RETURN-CODE
170300         END-IF
170400     END-IF.
170500 3200-EXIT.
170600     EXIT.
170700*-----------------------------------------------------
170800* 3250-WARN-ONE-HOLIDAY -- ONE CALENDAR ENTRY: ON A
170900* DATE MATCH, WARN FOR ITS MARKET AND REMEMBER THE
171000* FIRST MATCHED ENTRY'S PARTICULARS.
171100*-----------------------------------------------------
171200 3250-WARN-ONE-HOLIDAY.
171300     IF HOL-TBL-MONTH(HOL-IDX) NOT = MONTH
171400         OR HOL-TBL-DAY(HOL-IDX) NOT = DA
171500         OR HOL-TBL-YEAR(HOL-IDX) NOT = YEAR
171600         GO TO 3250-EXIT
171700     END-IF.
171800     IF HOL-TBL-MARKET(HOL-IDX) = SPACES
171900         MOVE 'ALL' TO WARN-MARKET-CODE
172000     ELSE
172100         MOVE HOL-TBL-MARKET(HOL-IDX) TO WARN-MARKET-CODE
172200     END-IF.
172300     IF NOT HOLIDAY-MATCH-FOUND
172400         MOVE HOL-TBL-DESCRIPTION(HOL-IDX)
172500             TO MATCHED-HOLIDAY-DESC
172600         MOVE WARN-MARKET-CODE TO MATCHED-HOLIDAY-MARKET
172700         MOVE HOL-TBL-WEEKEND-FLAG(HOL-IDX)
172800             TO MATCHED-WEEKEND-FLAG
172900     END-IF.
173000     IF HOL-TBL-MARKET(HOL-IDX) = SPACES
173100         SET ALL-MARKETS-CLOSED TO TRUE
173200     ELSE
173300         PERFORM 3270-MARK-MARKET-CLOSED THRU 3270-EXIT
173400     END-IF.
173500     SET HOLIDAY-MATCH-FOUND TO TRUE.
173600     IF HOL-TBL-WEEKEND-FLAG(HOL-IDX) = 'Y'
173700         DISPLAY "*** WARNING - FLAGGED WEEKEND CLOSURE "
173800             "IN MARKET " WARN-MARKET-CODE " - "
173900             FUNCTION TRIM(HOL-TBL-DESCRIPTION(HOL-IDX))
174000             " - SETTLEMENT STEPS SHOULD BE SKIPPED ***"
174100     ELSE
174200         DISPLAY "*** WARNING - BANK HOLIDAY IN MARKET "
174300             WARN-MARKET-CODE " - "
174400             FUNCTION TRIM(HOL-TBL-DESCRIPTION(HOL-IDX))
174500             " - SETTLEMENT STEPS SHOULD BE SKIPPED ***"
174600     END-IF.
174700 3250-EXIT.
174800     EXIT.
174900*-----------------------------------------------------
175000* 3270-MARK-MARKET-CLOSED -- FLAG THE MATCHED ENTRY'S
175100* MARKET CLOSED IN THE MARKET-UNIVERSE TABLE.
175200*-----------------------------------------------------
175300 3270-MARK-MARKET-CLOSED.
175400     PERFORM 3280-MARK-ONE-SLOT THRU 3280-EXIT
175500         VARYING MKU-SUB FROM 1 BY 1
175600         UNTIL MKU-SUB > MARKET-UNIV-COUNT.
175700 3270-EXIT.
175800     EXIT.
175900 3280-MARK-ONE-SLOT.
176000     IF MKU-CODE(MKU-SUB) = HOL-TBL-MARKET(HOL-IDX)
176100         MOVE 'Y' TO MKU-CLOSED-FLAG(MKU-SUB)
176200     END-IF.
176300 3280-EXIT.
176400     EXIT.
176500*-----------------------------------------------------
176600* 3290-CLOSE-EVERY-MARKET -- A BLANK-MARKET CALENDAR
176700* ENTRY OR A TRUE WEEKEND CLOSES EVERY MARKET ON THE
176800* UNIVERSE TABLE AT ONCE.
176900*-----------------------------------------------------
177000 3290-CLOSE-EVERY-MARKET.
177100     PERFORM 3292-CLOSE-ONE-SLOT THRU 3292-EXIT
177200         VARYING MKU-SUB FROM 1 BY 1
177300         UNTIL MKU-SUB > MARKET-UNIV-COUNT.
177400 3290-EXIT.
177500     EXIT.
177600 3292-CLOSE-ONE-SLOT.
177700     MOVE 'Y' TO MKU-CLOSED-FLAG(MKU-SUB).
177800 3292-EXIT.
177900     EXIT.
178000 3295-COUNT-CLOSED-MARKET.
178100     IF MKU-CLOSED-FLAG(MKU-SUB) = 'Y'
178200         ADD 1 TO MARKET-CLOSED-COUNT
178300     END-IF.
178400 3295-EXIT.
178500     EXIT.
178600*-----------------------------------------------------
178700* 3400-CHECK-FISCAL-FLAGS -- CALL FISCFLAG TO SEE WHETHER
178800* TODAY IS A FISCAL MONTH-END, QUARTER-END, OR YEAR-END
178900* DAY PER THE CLOSE TEAM'S FISCAL CALENDAR, SO THE
179000* REPORT BELOW CAN SHOW IT WITHOUT ANYONE HAVING TO LOOK
179100* IT UP BY HAND.
179200*-----------------------------------------------------
179300 3400-CHECK-FISCAL-FLAGS.
179400     CALL "FISCFLAG" USING CURRENT-DATE, FISCAL-FLAGS.
179500 3400-EXIT.
179600     EXIT.
179700*-----------------------------------------------------
179800* 7000-PRINT-REPORT -- FORMAT AND DISPLAY THE MONTH-END
179900* DATE REPORT: BOTH STANDARD DATE FORMATS, DAY-OF-WEEK,
180000* JULIAN DAY, FISCAL PERIOD/QUARTER/PERIOD-END FLAGS,
180100* AND THE NUMBER OF DAYS REMAINING IN THE FISCAL MONTH.
180200*-----------------------------------------------------
180300 7000-PRINT-REPORT.
180400     STRING MONTH DELIMITED BY SIZE
180500         "/" DELIMITED BY SIZE
180600         DA DELIMITED BY SIZE
180700         "/" DELIMITED BY SIZE
180800         YEAR DELIMITED BY SIZE
180900         INTO REPORT-DATE-SLASH.
181000     STRING DA DELIMITED BY SIZE
181100         "-" DELIMITED BY SIZE
181200         MONTH-ABBREV-ENTRY(MONTH) DELIMITED BY SIZE
181300         "-" DELIMITED BY SIZE
181400         YEAR DELIMITED BY SIZE
181500         INTO REPORT-DATE-DD-MON-YYYY.
181600     COMPUTE FISCAL-PERIOD =
181700         FUNCTION MOD(MONTH - FISCAL-YEAR-START-MONTH + 12, 12)
181800             + 1.
181900     COMPUTE FISCAL-QUARTER = ((FISCAL-PERIOD - 1) / 3) + 1.
182000     COMPUTE FISCAL-DAYS-REMAINING = DAYS-IN-MONTH - DA.
182100     DISPLAY "=========================================".
182200     DISPLAY "          MONTH-END DATE REPORT           ".
182300     DISPLAY "=========================================".
182400     DISPLAY "DATE (MM/DD/YYYY) . . . : " REPORT-DATE-SLASH.
182500     DISPLAY "DATE (DD-MON-YYYY)  . . : "
182600         REPORT-DATE-DD-MON-YYYY.
182700     DISPLAY "DAY OF WEEK . . . . . . : "
182800         FUNCTION TRIM(DAY-OF-WEEK-NAME).
182900     DISPLAY "JULIAN DAY. . . . . . . : " JULIAN-DAY.
183000     DISPLAY "FISCAL PERIOD . . . . . : " FISCAL-PERIOD.
183100     DISPLAY "FISCAL QUARTER. . . . . : " FISCAL-QUARTER.
183200     DISPLAY "DAYS REMAINING IN MONTH : "
183300         FISCAL-DAYS-REMAINING.
183400     DISPLAY "FISCAL MONTH-END. . . . : "
183500         FF-MONTH-END-SWITCH.
183600     DISPLAY "FISCAL QUARTER-END. . . : "
183700         FF-QUARTER-END-SWITCH.
183800     DISPLAY "FISCAL YEAR-END . . . . : "
183900         FF-YEAR-END-SWITCH.
184000     DISPLAY "CUTOFF DATE ROLL. . . . : "
184100         CUTOFF-ROLL-SWITCH.
184200     PERFORM 7100-PRINT-ONE-MARKET THRU 7100-EXIT
184300         VARYING MKU-SUB FROM 1 BY 1
184400         UNTIL MKU-SUB > MARKET-UNIV-COUNT.
184500     DISPLAY "=========================================".
184600 7000-EXIT.
184700     EXIT.
184800*-----------------------------------------------------
184900* 7100-PRINT-ONE-MARKET -- ONE MARKET'S OPEN/CLOSED
185000* DISPOSITION FOR THE PROCESSING DATE.
185100*-----------------------------------------------------
185200 7100-PRINT-ONE-MARKET.
185300     IF MKU-CLOSED-FLAG(MKU-SUB) = 'Y'
185400         DISPLAY "MARKET " MKU-CODE(MKU-SUB)
185500             " . . . . . . . . : CLOSED"
185600     ELSE
185700         DISPLAY "MARKET " MKU-CODE(MKU-SUB)
185800             " . . . . . . . . : OPEN"
185900     END-IF.
186000 7100-EXIT.
186100     EXIT.
186200*-----------------------------------------------------
186300* 6000-WRITE-DATE-LOG -- APPEND TODAY'S RUN TO THE
186400* AUDIT-TRAIL LOG SO MONTH-END RECONCILIATION CAN SEE
186500* WHICH CALENDAR DAYS THE CYCLE ACTUALLY RAN ON.
186600*-----------------------------------------------------
186700 6000-WRITE-DATE-LOG.
186800     ACCEPT TIME-OF-DAY FROM TIME.
186900     MOVE YEAR            TO LOG-YEAR.
187000     MOVE MONTH           TO LOG-MONTH.
187100     MOVE DA              TO LOG-DAY.
187200     MOVE RUN-CYCLE-ID    TO LOG-CYCLE-ID.
187300     MOVE RUN-SEQUENCE-NUMBER TO LOG-RUN-SEQ.
187400     MOVE TIME-OF-DAY      TO LOG-TIME-OF-DAY.
187500     MOVE CUTOFF-ROLL-SWITCH TO LOG-CUTOFF-ROLL-FLAG.
187600     WRITE DATE-LOG-RECORD.
187700     IF DATE-LOG-STATUS NOT = '00'
187800         DISPLAY "*** WARNING - DATE-LOG RECORD NOT "
187900             "WRITTEN - FILE STATUS " DATE-LOG-STATUS
188000             " ***"
188100     END-IF.
188200 6000-EXIT.
188300     EXIT.
188400*-----------------------------------------------------
188500* 6500-WRITE-PROCESS-CARD -- PUBLISH THE MACHINE-
188600* READABLE PROCESSING-DATE CARD FOR DOWNSTREAM STEPS:
188700* THE PROCESS DATE AND ITS DERIVATIONS, THE PRIOR AND
188800* NEXT BUSINESS DAYS PER DATE-MATH, THE FISCAL FLAGS,
188900* AND THE HOLIDAY/WEEKEND DISPOSITION.  REWRITTEN WHOLE
189000* EACH VALID RUN SO THE CARD ALWAYS REFLECTS THE LAST
189100* GOOD CYCLE.  ONLY A CARD THAT WAS ACTUALLY PUBLISHED
189200* IS FILED ON THE CARD HISTORY.
189300*-----------------------------------------------------
189400 6500-WRITE-PROCESS-CARD.
189500     MOVE -1 TO BUSDAY-DELTA.
189600     PERFORM 6600-CALL-DATE-MATH THRU 6600-EXIT.
189700     COMPUTE PRIOR-BUSINESS-DATE =
189800         (BUSDAY-RESULT-YEAR * 10000)
189900         + (BUSDAY-RESULT-MONTH * 100)
190000         + BUSDAY-RESULT-DAY.
190100     MOVE +1 TO BUSDAY-DELTA.
190200     PERFORM 6600-CALL-DATE-MATH THRU 6600-EXIT.
190300     COMPUTE NEXT-BUSINESS-DATE =
190400         (BUSDAY-RESULT-YEAR * 10000)
190500         + (BUSDAY-RESULT-MONTH * 100)
190600         + BUSDAY-RESULT-DAY.
190700     OPEN OUTPUT PROC-DATE-FILE.
190800     MOVE YEAR  TO PDC-PROC-YEAR.
190900     MOVE MONTH TO PDC-PROC-MONTH.
191000     MOVE DA    TO PDC-PROC-DAY.
191100     MOVE RUN-CYCLE-ID        TO PDC-CYCLE-ID.
191200     MOVE RUN-SEQUENCE-NUMBER TO PDC-RUN-SEQ.
191300     MOVE DAY-OF-WEEK-NUMBER  TO PDC-DAY-OF-WEEK-NUM.
191400     MOVE DAY-OF-WEEK-NAME    TO PDC-DAY-OF-WEEK-NAME.
191500     MOVE JULIAN-DAY          TO PDC-JULIAN-DAY.
191600     MOVE PRIOR-BUSINESS-DATE TO PDC-PRIOR-BUS-DATE.
191700     MOVE NEXT-BUSINESS-DATE  TO PDC-NEXT-BUS-DATE.
191800     MOVE FF-MONTH-END-SWITCH   TO PDC-MONTH-END-FLAG.
191900     MOVE FF-QUARTER-END-SWITCH TO PDC-QUARTER-END-FLAG.
192000     MOVE FF-YEAR-END-SWITCH    TO PDC-YEAR-END-FLAG.
192100     IF HOLIDAY-MATCH-FOUND
192200         IF PARTIAL-CLOSURE
192300             MOVE 'P' TO PDC-DISPOSITION
192400         ELSE
192500             IF MATCHED-WEEKEND-FLAG = 'Y'
192600                 MOVE 'F' TO PDC-DISPOSITION
192700             ELSE
192800                 MOVE 'H' TO PDC-DISPOSITION
192900             END-IF
193000         END-IF
193100     ELSE
193200         IF DAY-OF-WEEK-NUMBER = 0 OR DAY-OF-WEEK-NUMBER = 6
193300             MOVE 'W' TO PDC-DISPOSITION
193400         ELSE
193500             MOVE 'B' TO PDC-DISPOSITION
193600         END-IF
193700     END-IF.
193800     MOVE MATCHED-HOLIDAY-DESC   TO PDC-HOLIDAY-DESC.
193900     MOVE MATCHED-HOLIDAY-MARKET TO PDC-HOLIDAY-MARKET.
194000     MOVE MARKET-UNIV-COUNT      TO PDC-MARKET-COUNT.
194100     PERFORM 6550-FILL-ONE-MARKET THRU 6550-EXIT
194200         VARYING MKU-SUB FROM 1 BY 1
194300         UNTIL MKU-SUB > 8.
194400     WRITE PROCESS-DATE-CARD.
194500     IF PROC-DATE-STATUS NOT = '00'
194600         DISPLAY "*** WARNING - PROCESSING-DATE CARD "
194700             "NOT WRITTEN - FILE STATUS "
194800             PROC-DATE-STATUS " ***"
194900         CLOSE PROC-DATE-FILE
195000         GO TO 6500-EXIT
195100     END-IF.
195200     CLOSE PROC-DATE-FILE.
195300     PERFORM 6700-WRITE-CARD-HISTORY THRU 6700-EXIT.
195400 6500-EXIT.
195500     EXIT.
195600*-----------------------------------------------------
195700* 6550-FILL-ONE-MARKET -- CARRY ONE MARKET-UNIVERSE
195800* SLOT ONTO THE PROCESSING-DATE CARD, 'O' OPEN OR 'C'
195900* CLOSED; UNUSED CARD SLOTS ARE SPACED OUT.
196000*-----------------------------------------------------
196100 6550-FILL-ONE-MARKET.
196200     IF MKU-SUB > MARKET-UNIV-COUNT
196300         MOVE SPACES TO PDC-MKT-CODE(MKU-SUB)
196400         MOVE SPACE  TO PDC-MKT-DISP(MKU-SUB)
196500         GO TO 6550-EXIT
196600     END-IF.
196700     MOVE MKU-CODE(MKU-SUB) TO PDC-MKT-CODE(MKU-SUB).
196800     IF MKU-CLOSED-FLAG(MKU-SUB) = 'Y'
196900         MOVE 'C' TO PDC-MKT-DISP(MKU-SUB)
197000     ELSE
197100         MOVE 'O' TO PDC-MKT-DISP(MKU-SUB)
197200     END-IF.
197300 6550-EXIT.
197400     EXIT.
197500*-----------------------------------------------------
197600* 6600-CALL-DATE-MATH -- ONE BUSINESS-DAY-ARITHMETIC
197700* CALL: THE PROCESS DATE PLUS BUSDAY-DELTA, RESULT IN
197800* BUSDAY-RESULT-DATE.
197900*-----------------------------------------------------
198000 6600-CALL-DATE-MATH.
198100     CALL "DATE-MATH" USING CURRENT-DATE, BUSDAY-DELTA,
198200         MARKET-LIST, BUSDAY-RESULT-DATE,
198300         DATE-MATH-REQUEST.
198400 6600-EXIT.
198500     EXIT.
198600*-----------------------------------------------------
198700* 6700-WRITE-CARD-HISTORY -- FILE THE CARD JUST
198800* PUBLISHED ON THE KEYED CARD HISTORY UNDER ITS DATE,
198900* CYCLE AND RUN SEQUENCE, WITH THE WALL-CLOCK ISSUE
199000* DATE AND TIME.  THE HISTORY IS CREATED ON ITS FIRST
199100* USE.  A FAILURE HERE IS A WARNING ONLY -- DOWNSTREAM
199200* ALREADY HAS ITS CARD.
199300*-----------------------------------------------------
199400 6700-WRITE-CARD-HISTORY.
199500     OPEN I-O DATE-CARD-HIST-FILE.
199600     IF DATE-CARD-HIST-STATUS = '35'
199700         OPEN OUTPUT DATE-CARD-HIST-FILE
199800     END-IF.
199900     IF DATE-CARD-HIST-STATUS NOT = '00'
200000         DISPLAY "*** WARNING - CARD HISTORY NOT OPENED "
200100             "- FILE STATUS " DATE-CARD-HIST-STATUS " ***"
200200         GO TO 6700-EXIT
200300     END-IF.
200400     MOVE PDC-PROCESS-DATE    TO DCH-PROCESS-DATE.
200500     MOVE PDC-CYCLE-ID        TO DCH-CYCLE-ID.
200600     MOVE PDC-RUN-SEQ         TO DCH-RUN-SEQ.
200700     MOVE SYSTEM-DATE-8       TO DCH-ISSUE-DATE.
200800     ACCEPT TIME-OF-DAY FROM TIME.
200900     MOVE TIME-OF-DAY         TO DCH-ISSUE-TIME.
201000     MOVE PROCESS-DATE-CARD   TO DCH-CARD-IMAGE.
201100     WRITE DATE-CARD-HIST-RECORD.
201200     IF DATE-CARD-HIST-STATUS NOT = '00'
201300         DISPLAY "*** WARNING - CARD HISTORY RECORD "
201400             "NOT WRITTEN - FILE STATUS "
201500             DATE-CARD-HIST-STATUS " ***"
201600     END-IF.
201700     CLOSE DATE-CARD-HIST-FILE.
201800 6700-EXIT.
201900     EXIT.
202000*-----------------------------------------------------
202100* 9000-TERMINATE -- POST THIS RUN'S SEQUENCE NUMBER,
202200* FINAL RETURN CODE AND PROCESSING DATE TO ITS OWN
202300* CYCLE'S RUN-CONTROL RECORD ONLY, AND TO THE OVERRIDE
202400* AUTHORIZATION THIS RUN CLAIMED.  THEN CLOSE REMAINING
202500* OPEN FILES.
202600*-----------------------------------------------------
202700 9000-TERMINATE.
202800     IF RUN-CTL-HELD
202900         PERFORM 9100-POST-RUN-CTL-RECORD THRU 9100-EXIT
203000     END-IF.
203100     IF AUTH-CLAIMED
203200         PERFORM 9300-POST-OVERRIDE-AUTH THRU 9300-EXIT
203300     END-IF.
203400     PERFORM 9200-WRITE-ALERT-REC THRU 9200-EXIT.
203500     CLOSE DATE-LOG-FILE.
203600     CLOSE EXCEPTION-FILE.
203700 9000-EXIT.
203800     EXIT.
203900*-----------------------------------------------------
204000* 9100-POST-RUN-CTL-RECORD -- REWRITE THIS CYCLE'S
204100* RUN-CONTROL RECORD, OR WRITE IT FOR A CYCLE'S FIRST
204200* EVER RUN (THE DATASET ITSELF IS CREATED IF IT DOES NOT
204300* YET EXIST).  THE RECORD IS READ AGAIN FOR UPDATE SO THE
204400* REWRITE IS AGAINST THE CURRENT COPY, NOT THE ONE READ
204500* AT THE START OF THE RUN.
204600*-----------------------------------------------------
204700 9100-POST-RUN-CTL-RECORD.
204800     OPEN I-O RUN-CTL-FILE.
204900     IF RUN-CTL-STATUS = '35'
205000         OPEN OUTPUT RUN-CTL-FILE
205100         SET RUN-CTL-NEW-CYCLE TO TRUE
205200     ELSE
205300         MOVE RUN-CYCLE-ID TO CTL-CYCLE-ID
205400         READ RUN-CTL-FILE
205500             INVALID KEY
205600                 SET RUN-CTL-NEW-CYCLE TO TRUE
205700             NOT INVALID KEY
205800                 MOVE 'N' TO RUN-CTL-NEW-SWITCH
205900         END-READ
206000     END-IF.
206100     MOVE RUN-CYCLE-ID        TO CTL-CYCLE-ID.
206200     MOVE RUN-SEQUENCE-NUMBER TO CTL-LAST-RUN-SEQ.
206300     MOVE PROGRAM-RETURN-CODE TO CTL-LAST-RETURN-CODE.
206400     MOVE PROCESS-DATE-8      TO CTL-LAST-RUN-DATE.
206500     IF RUN-CTL-NEW-CYCLE
206600         WRITE RUN-CTL-RECORD
206700     ELSE
206800         REWRITE RUN-CTL-RECORD
206900     END-IF.
207000     IF RUN-CTL-STATUS NOT = '00'
207100         DISPLAY "*** WARNING - RUNCTL RECORD FOR CYCLE "
207200             RUN-CYCLE-ID " NOT POSTED - FILE STATUS "
207300             RUN-CTL-STATUS " ***"
207400     END-IF.
207500     CLOSE RUN-CTL-FILE.
207600 9100-EXIT.
207700     EXIT.
207800*-----------------------------------------------------
207900* 9200-WRITE-ALERT-REC -- REWRITE THE OPERATOR ALERT
208000* FILE FOR THE AUTOMATION PACKAGE: EMPTY AFTER A CLEAN
208100* RUN, ONE REASON-CODED RECORD WHEN THE RUN ENDED
208200* NON-ZERO, SO A BLOCKED SETTLEMENT NIGHT PAGES SOMEONE
208300* INSTEAD OF BEING DISCOVERED AT 6 AM.
208400*-----------------------------------------------------
208500 9200-WRITE-ALERT-REC.
208600     OPEN OUTPUT ALERT-FILE.
208700     IF PROGRAM-RETURN-CODE NOT = ZERO
208800         MOVE ALERT-REASON-CODE   TO ALR-REASON-CODE
208900         MOVE PROCESS-DATE-8      TO ALR-PROCESS-DATE
209000         MOVE RUN-CYCLE-ID        TO ALR-CYCLE-ID
209100         MOVE RUN-SEQUENCE-NUMBER TO ALR-RUN-SEQ
209200         MOVE PROGRAM-RETURN-CODE TO ALR-RETURN-CODE
209300         MOVE MATCHED-HOLIDAY-DESC   TO ALR-HOLIDAY-DESC
209400         MOVE MATCHED-HOLIDAY-MARKET
209500             TO ALR-HOLIDAY-MARKET
209600         WRITE ALERT-RECORD
209700         IF ALERT-STATUS NOT = '00'
209800             DISPLAY "*** WARNING - OPERATOR ALERT NOT "
209900                 "WRITTEN - FILE STATUS " ALERT-STATUS
210000                 " ***"
210100         END-IF
210200         PERFORM 9250-WRITE-ALERT-HISTORY THRU 9250-EXIT
210300     END-IF.
210400     CLOSE ALERT-FILE.
210500 9200-EXIT.
210600     EXIT.
210700*-----------------------------------------------------
210800* 9250-WRITE-ALERT-HISTORY -- ADD THE ALERT JUST
210900* WRITTEN TO THE KEYED ALERT HISTORY, WITH THE WALL-
211000* CLOCK DATE AND TIME IT WAS RAISED.  THE HISTORY IS
211100* CREATED ON ITS FIRST USE.  A REFUSED OVERRIDE IS FILED
211200* UNDER THE SAME COUNT-DOWN SEQUENCE AS ITS EXCEPTION
211300* RECORD, SO OVRAUDT CAN FIND THE REFUSAL TEXT.  A
211400* FAILURE HERE IS A WARNING ONLY -- THE OPERATOR ALERT
211500* ITSELF IS OUT.
211600*-----------------------------------------------------
211700 9250-WRITE-ALERT-HISTORY.
211800     OPEN I-O ALERT-HIST-FILE.
211900     IF ALERT-HIST-STATUS = '35'
212000         OPEN OUTPUT ALERT-HIST-FILE
212100     END-IF.
212200     IF ALERT-HIST-STATUS NOT = '00'
212300         DISPLAY "*** WARNING - ALERT HISTORY NOT OPENED "
212400             "- FILE STATUS " ALERT-HIST-STATUS " ***"
212500         GO TO 9250-EXIT
212600     END-IF.
212700     MOVE ALR-PROCESS-DATE    TO AHS-PROCESS-DATE.
212800     MOVE ALR-CYCLE-ID        TO AHS-CYCLE-ID.
212900     IF ALR-RUN-SEQ = ZERO
213000         MOVE 999999 TO AHS-RUN-SEQ
213100         IF ALR-REASON-CODE = 'OVRR'
213200             AND EXCEPTION-FILED-SEQ NOT = ZERO
213300             MOVE EXCEPTION-FILED-SEQ TO AHS-RUN-SEQ
213400         END-IF
213500     ELSE
213600         MOVE ALR-RUN-SEQ TO AHS-RUN-SEQ
213700     END-IF.
213800     MOVE ALR-REASON-CODE     TO AHS-REASON-CODE.
213900     MOVE ALR-RETURN-CODE     TO AHS-RETURN-CODE.
214000     MOVE ALR-HOLIDAY-DESC    TO AHS-HOLIDAY-DESC.
214100     MOVE ALR-HOLIDAY-MARKET  TO AHS-HOLIDAY-MARKET.
214200     MOVE SYSTEM-DATE-8       TO AHS-ALERT-DATE.
214300     ACCEPT TIME-OF-DAY FROM TIME.
214400     MOVE TIME-OF-DAY         TO AHS-ALERT-TIME.
214500     MOVE 'N' TO ALERT-HIST-DONE-SWITCH.
214600     MOVE ZERO TO ALERT-HIST-TRIES.
214700     PERFORM 9260-FILE-ALERT-HISTORY THRU 9260-EXIT
214800         UNTIL ALERT-HIST-DONE.
214900     CLOSE ALERT-HIST-FILE.
215000 9250-EXIT.
215100     EXIT.
215200*-----------------------------------------------------
215300* 9260-FILE-ALERT-HISTORY -- WRITE THE HISTORY RECORD.
215400* A DUPLICATE KEY ON A REFUSED RUN'S COUNT-DOWN
215500* SEQUENCE STEPS ONE LOWER AND TRIES AGAIN; ANY OTHER
215600* FAILURE, OR 999 REFUSALS IN ONE DAY, IS REPORTED AND
215700* GIVEN UP.
215800*-----------------------------------------------------
215900 9260-FILE-ALERT-HISTORY.
216000     WRITE ALERT-HIST-RECORD.
216100     IF ALERT-HIST-STATUS = '00'
216200         SET ALERT-HIST-DONE TO TRUE
216300         GO TO 9260-EXIT
216400     END-IF.
216500     ADD 1 TO ALERT-HIST-TRIES.
216600     IF ALERT-HIST-STATUS = '22'
216700         AND ALR-RUN-SEQ = ZERO
216800         AND ALERT-HIST-TRIES < 999
216900         SUBTRACT 1 FROM AHS-RUN-SEQ
217000         GO TO 9260-EXIT
217100     END-IF.
217200     DISPLAY "*** WARNING - ALERT HISTORY RECORD NOT "
217300         "WRITTEN - FILE STATUS " ALERT-HIST-STATUS " ***".
217400     SET ALERT-HIST-DONE TO TRUE.
217500 9260-EXIT.
217600     EXIT.
217700*-----------------------------------------------------
217800* 9300-POST-OVERRIDE-AUTH -- COMPLETE THE AUTHORIZATION
217900* CLAIMED IN 2140-CLAIM-AUTHORIZATION WITH THIS RUN'S
218000* SEQUENCE NUMBER AND RETURN CODE.  A RUN REFUSED AFTER
218100* THE CLAIM (CTLF OR DEPC) NEVER PROCESSED THE DATE, SO
218200* ITS AUTHORIZATION IS HANDED BACK OPEN FOR THE RERUN.
218300* A FAILURE HERE IS A WARNING ONLY.
218400*-----------------------------------------------------
218500 9300-POST-OVERRIDE-AUTH.
218600     OPEN I-O OVERRIDE-AUTH-FILE.
218700     IF OVERRIDE-AUTH-STATUS NOT = '00'
218800         DISPLAY "*** WARNING - OVERRIDE AUTHORIZATION NOT "
218900             "POSTED - FILE STATUS " OVERRIDE-AUTH-STATUS
219000             " ***"
219100         GO TO 9300-EXIT
219200     END-IF.
219300     MOVE AUTH-CLAIMED-KEY TO OVA-KEY.
219400     READ OVERRIDE-AUTH-FILE
219500         INVALID KEY
219600             CONTINUE
219700     END-READ.
219800     IF OVERRIDE-AUTH-STATUS NOT = '00'
219900         DISPLAY "*** WARNING - OVERRIDE AUTHORIZATION NOT "
220000             "POSTED - FILE STATUS " OVERRIDE-AUTH-STATUS
220100             " ***"
220200         CLOSE OVERRIDE-AUTH-FILE
220300         GO TO 9300-EXIT
220400     END-IF.
220500     IF RUN-CTL-HELD
220600         MOVE RUN-SEQUENCE-NUMBER TO OVA-USED-RUN-SEQ
220700         MOVE PROGRAM-RETURN-CODE TO OVA-USED-RETURN-CODE
220800     ELSE
220900         SET OVA-OPEN TO TRUE
221000         MOVE ZERO TO OVA-USED-DATE
221100         MOVE ZERO TO OVA-USED-TIME
221200         MOVE ZERO TO OVA-USED-RUN-SEQ
221300         MOVE ZERO TO OVA-USED-RETURN-CODE
221400         DISPLAY "*** OVERRIDE AUTHORIZATION " OVA-AUTH-SEQ
221500             " HANDED BACK UNUSED - RUN REFUSED ***"
221600     END-IF.
221700     REWRITE OVERRIDE-AUTH-RECORD
221800         INVALID KEY
221900             CONTINUE
222000     END-REWRITE.
222100     IF OVERRIDE-AUTH-STATUS NOT = '00'
222200         DISPLAY "*** WARNING - OVERRIDE AUTHORIZATION NOT "
222300             "POSTED - FILE STATUS " OVERRIDE-AUTH-STATUS
222400             " ***"
222500     END-IF.
222600     CLOSE OVERRIDE-AUTH-FILE.
222700 9300-EXIT.
222800     EXIT.
