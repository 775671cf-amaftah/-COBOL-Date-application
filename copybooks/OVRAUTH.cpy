000100*-----------------------------------------------------
000200* OVRAUTH.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE KEYED OVERRIDE-
000500* AUTHORIZATION FILE (DD OVRAUTH).  EVERY PROCESSING-DATE
000600* OVERRIDE (OVR-SWITCH 'Y' ON DATE-PROGRAM'S SYSIN CARD)
000700* MUST BE REGISTERED HERE BEFOREHAND BY OVRMAINT, KEYED
000800* BY CYCLE ID PLUS TARGET DATE PLUS AN AUTHORIZATION
000900* SEQUENCE (SEVERAL MAY BE REGISTERED FOR ONE CYCLE AND
001000* DATE).  THE REQUESTER AND THE APPROVER MUST BE TWO
001100* DIFFERENT PEOPLE.  OVA-EXPIRY-DATE IS THE LAST
001200* WALL-CLOCK DATE THE AUTHORIZATION MAY BE USED ON.
001300* OVA-FORCED-RERUN-FLAG 'Y' LETS THE OVERRIDE TAKE A
001400* FUTURE DATE OR A DATE THE CYCLE ALREADY COMPLETED
001500* CLEAN; WITHOUT IT DATE-PROGRAM REFUSES BOTH.
001600* OVA-STATUS IS 'O' WHILE THE AUTHORIZATION IS OPEN, 'U'
001700* ONCE DATE-PROGRAM HAS HONORED IT (THE USED DATE/TIME,
001800* RUN SEQUENCE AND RETURN CODE OF THAT RUN ARE FILLED
001900* IN) AND 'C' WHEN OVRMAINT CANCELLED IT UNUSED.  READ
002000* BY THE MONTHLY OVRAUDT OVERRIDE AUDIT REPORT.
002100*
002200* MAINTENANCE HISTORY
002300* 10/15/26  RDH  ORIGINAL VERSION.
002400*-----------------------------------------------------
002500 01  OVERRIDE-AUTH-RECORD.
002600     05  OVA-KEY.
002700         10  OVA-CYCLE-ID         PIC X(08).
002800         10  OVA-TARGET-DATE      PIC 9(08).
002900         10  OVA-AUTH-SEQ         PIC 9(03).
003000     05  OVA-STATUS               PIC X(01).
003100         88  OVA-OPEN                      VALUE 'O'.
003200         88  OVA-USED                      VALUE 'U'.
003300         88  OVA-CANCELLED                 VALUE 'C'.
003400     05  OVA-FORCED-RERUN-FLAG    PIC X(01).
003500         88  OVA-FORCED-RERUN              VALUE 'Y'.
003600     05  OVA-REQUESTER            PIC X(08).
003700     05  OVA-APPROVER             PIC X(08).
003800     05  OVA-REASON               PIC X(30).
003900     05  OVA-EXPIRY-DATE          PIC 9(08).
004000     05  OVA-REGISTERED-DATE      PIC 9(08).
004100     05  OVA-REGISTERED-TIME      PIC 9(08).
004200     05  OVA-USED-DATE            PIC 9(08).
004300     05  OVA-USED-TIME            PIC 9(08).
004400     05  OVA-USED-RUN-SEQ         PIC 9(06).
004500     05  OVA-USED-RETURN-CODE     PIC 9(02).
