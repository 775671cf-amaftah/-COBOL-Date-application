002500*                EXPECTED PRIOR BUSINESS DAY PER
002600*                DATE-MATH.  RETURN CODE 4 WHEN THE
002700*                PAGE SHOWS ANYTHING NEEDING A LOOK.
002710* 10/15/26  RDH  RUNCTL IS NOW A KEYED DATASET BY CYCLE
002720*                ID (RUNCTL COPYBOOK), BROWSED IN KEY
002730*                ORDER, SO THE PAGE LISTS THE CYCLES
002740*                ALPHABETICALLY.  PAGE COUNTERS WIDENED
002750*                NOW THAT THE 20-CYCLE LIMIT IS GONE.
002800*-----------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500* RUN-CTL-FILE -- ONE RECORD PER CYCLE, THE DRIVER OF
003600* THE STATUS PAGE, KEYED BY CYCLE ID AND BROWSED IN KEY
003700* ORDER.  NOT OPTIONAL -- NO RUN CONTROL, NO PAGE.
003800     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
003850         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
003950         RECORD KEY IS CTL-CYCLE-ID
004000         FILE STATUS IS RUN-CTL-STATUS.
004100* DATE-LOG-FILE -- THE KEYED RUN AUDIT TRAIL, READ
004200* RANDOMLY BY DATE PLUS CYCLE PLUS SEQUENCE FOR EACH
006300 FILE SECTION.
006400*-----------------------------------------------------
006500* ONE RECORD PER CYCLE OF THE RUN-CONTROL DATASET.
006550* SHARED LAYOUT WITH DATE-PROGRAM VIA THE RUNCTL
006600* COPYBOOK.
006700*-----------------------------------------------------
006800 FD  RUN-CTL-FILE.
006900     COPY RUNCTL.
007400*-----------------------------------------------------
007500* ONE RECORD PER RUN OF THE DATE-STAMP CYCLE.  SHARED
007600* LAYOUT WITH DATE-PROGRAM VIA THE DATELOG COPYBOOK.
012400*-----------------------------------------------------
012500 77  RUN-CTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
012600     88  RUN-CTL-EOF                   VALUE 'Y'.
012700 77  MRN-CYCLE-COUNT          PIC 9(04) VALUE ZERO.
012800 77  MRN-FLAGGED-COUNT        PIC 9(04) VALUE ZERO.
012900 77  MRN-RUN-TIME             PIC 9(08) VALUE ZERO.
013000 77  MRN-TIME-FOUND-SWITCH    PIC X(01) VALUE 'N'.
013100     88  MRN-TIME-FOUND                VALUE 'Y'.
028500     EXIT.
028600*-----------------------------------------------------
028700* 5000-REPORT-ALL-CYCLES -- ONE STATUS LINE PER RUN-
028800* CONTROL RECORD, IN CYCLE-ID ORDER.  A MISSING RUN-
028900* CONTROL DATASET IS THE LOUDEST POSSIBLE PAGE.
029000*-----------------------------------------------------
029100 5000-REPORT-ALL-CYCLES.
029200     MOVE 'N' TO RUN-CTL-EOF-SWITCH.
