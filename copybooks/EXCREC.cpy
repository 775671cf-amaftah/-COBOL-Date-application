000300*
000400* SHARED RECORD LAYOUT FOR ONE RECORD OF THE EXCEPTION
000500* FILE (EXCEPTION-FILE): ONE RECORD WRITTEN FOR EACH RUN
000550* WHOSE PROCESSING DATE FAILS VALIDATION, OR WHOSE DATE
000600* OVERRIDE IS REFUSED AS UNAUTHORIZED, CARRYING THE
000700* REJECTED DATE, THE CYCLE AND RUN SEQUENCE THAT HIT IT,
000800* THE REASON TEXT AND THE TIME OF DAY.  COPIED INTO THE
000900* FD FOR EXCEPTION-FILE IN BOTH DATE-PROGRAM AND DATEINQ
001700*                DATEINQ INQUIRY PROGRAM.  ADDED THE
001800*                EXC-CYCLE-ID AND EXC-RUN-SEQ KEY FIELDS
001900*                THE FLAT LAYOUT NEVER CARRIED.
001920* 10/15/26  RDH  A REFUSED DATE OVERRIDE IS NOW LOGGED
001940*                HERE TOO.  A REFUSED RUN HAS NO RUN
001960*                SEQUENCE AND IS FILED UNDER 999999
001980*                COUNTING DOWN.
002000*-----------------------------------------------------
002100 01  EXCEPTION-RECORD.
002200     05  EXC-KEY.
