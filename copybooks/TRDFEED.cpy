000100*-----------------------------------------------------
000200* TRDFEED.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE TRADE OR PAYMENT ON THE
000500* INBOUND SETTLEMENT FEED EXTRACT: THE UPSTREAM TRADE
000600* ID, THE TRADE DATE, THE VALUE (SETTLEMENT) DATE THE
000700* UPSTREAM SYSTEM SENT, THE INSTRUMENT'S SETTLEMENT
000800* CONVENTION AS A NUMBER OF BUSINESS DAYS AFTER TRADE
000900* DATE (T+N), AND THE SETTLEMENT MARKETS IN THE MKTLIST
001000* SHAPE SO THE LIST MOVES STRAIGHT INTO A DATE-MATH
001100* CALL.  TRD-MKT-COUNT OF ZERO MEANS NO MARKET FILTER --
001200* EVERY HOLIDAY-CALENDAR ENTRY APPLIES.  THE ACCEPTED
001300* FILE THE VALUE-DATE CHECK WRITES IS IN THIS SAME
001400* LAYOUT, SO SETTLEMENT READS EITHER ONE UNCHANGED.
001500*
001600* MAINTENANCE HISTORY
001700* 10/15/26  RDH  ORIGINAL VERSION, FOR THE VALUE-DATE
001800*                VALIDATION PASS (VALDCHK).
001900*-----------------------------------------------------
002000 01  TRADE-RECORD.
002100     05  TRD-ID               PIC X(16).
002200     05  TRD-TRADE-DATE.
002300         10  TRD-TRADE-YEAR   PIC 9(04).
002400         10  TRD-TRADE-MONTH  PIC 9(02).
002500         10  TRD-TRADE-DAY    PIC 9(02).
002600     05  TRD-VALUE-DATE.
002700         10  TRD-VALUE-YEAR   PIC 9(04).
002800         10  TRD-VALUE-MONTH  PIC 9(02).
002900         10  TRD-VALUE-DAY    PIC 9(02).
003000     05  TRD-SETTLE-DAYS      PIC 9(02).
003100     05  TRD-MARKET-LIST.
003200         10  TRD-MKT-COUNT    PIC 9(02).
003300         10  TRD-MKT-CODE     OCCURS 8 TIMES
003400                              PIC X(03).
003500     05  FILLER               PIC X(20).
