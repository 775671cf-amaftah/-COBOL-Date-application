001500*   'MNRG' = PROCESSING MONTH NOT 01-12 (RC 16)
001600*   'DYRG' = PROCESSING DAY NOT VALID FOR THE MONTH
001700*            (RC 16)
001710*   'CTLF' = THIS CYCLE'S OWN RUN-CONTROL RECORD
001720*            CANNOT BE READ OR IS NOT NUMERIC - RUN
001730*            REFUSED (RC 16); OTHER CYCLES UNAFFECTED
001740*   'DEPC' = PREDECESSOR CYCLE NAMED ON THE CYCPARM
001750*            CARD HAS NOT COMPLETED FOR THE PRIOR
001760*            BUSINESS DAY WITHIN ITS ALLOWED RETURN
001770*            CODE - RUN REFUSED (RC 16)
001775*   'OVRR' = OPERATOR DATE OVERRIDE NOT AUTHORIZED ON THE
001780*            OVERRIDE-AUTHORIZATION FILE (NONE OPEN AND
001785*            UNEXPIRED, OR A FUTURE OR ALREADY-CLEAN DATE
001790*            WITHOUT A FORCED RERUN) - RUN REFUSED (RC 16)
001800* ALR-HOLIDAY-DESC AND ALR-HOLIDAY-MARKET CARRY THE
001900* MATCHED CALENDAR ENTRY'S DESCRIPTION AND MARKET FOR
002000* THE 'HOLI' AND 'WKNF' CODES, SPACES OTHERWISE.
002010* EVERY RECORD WRITTEN HERE IS ALSO KEPT ON THE KEYED
002020* ALERT HISTORY (ALERTHIS COPYBOOK, DD ALERTHIS).
002100*
002200* MAINTENANCE HISTORY
002300* 08/21/26  RDH  ORIGINAL VERSION.
002340*                BY THE CYCLE-DEPENDENCY CHECK.
002350* 09/02/26  RDH  ADDED THE HOLP CODE FOR A PARTIAL-
002360*                CLOSURE DAY (RC 4).
002370* 10/15/26  RDH  NOTED THE KEYED ALERT HISTORY THAT
002380*                NOW KEEPS A COPY OF EVERY ALERT.
002390* 10/15/26  RDH  CTLF REDEFINED FOR THE KEYED RUN-
002395*                CONTROL DATASET: THE 20-RECORD TABLE
002397*                IS GONE, SO IT NOW MEANS THIS CYCLE'S
002398*                OWN RECORD IS UNUSABLE.
002399* 10/15/26  RDH  ADDED THE OVRR CODE FOR A RUN REFUSED
002410*                BECAUSE ITS DATE OVERRIDE IS NOT
002420*                AUTHORIZED.
002450*-----------------------------------------------------
002500 01  ALERT-RECORD.
002600     05  ALR-REASON-CODE      PIC X(04).
002700     05  ALR-PROCESS-DATE     PIC 9(08).
