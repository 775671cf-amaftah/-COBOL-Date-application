000100*-----------------------------------------------------
000200* HOLCHG.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE RECORD OF THE PERMANENT
000500* CALENDAR-CHANGE HISTORY (DD HOLCHIST), A KEYED
000600* (INDEXED) DATASET KEYED BY THE CALENDAR ENTRY'S OWN
000700* DATE PLUS MARKET, THEN THE DATE AND TIME THE CHANGE
000800* WAS APPLIED AND THE TRANSACTION NUMBER WITHIN THAT
000900* RUN -- SO AN AUDITOR CAN POSITION STRAIGHT TO ONE
001000* HOLIDAY AND READ EVERY CHANGE EVER MADE TO IT, IN
001100* THE ORDER THEY WERE MADE.  ONE RECORD PER APPLIED
001200* ADD, DELETE OR CHANGE: THE ENTRY AS IT STOOD BEFORE
001300* AND AFTER (SPACES ON THE SIDE THAT DID NOT EXIST),
001400* WHO ASKED FOR IT, WHY, AND WHICH PROGRAM APPLIED IT.
001500* NOTHING EVER DELETES FROM THIS DATASET.
001600*
001700* MAINTENANCE HISTORY
001800* 10/15/26  RDH  ORIGINAL VERSION, FOR HOLMAINT.
001900*-----------------------------------------------------
002000 01  HOL-CHANGE-RECORD.
002100     05  HCH-KEY.
002200         10  HCH-HOL-KEY.
002300             15  HCH-HOL-DATE.
002400                 20  HCH-HOL-YEAR     PIC 9(04).
002500                 20  HCH-HOL-MONTH    PIC 9(02).
002600                 20  HCH-HOL-DAY      PIC 9(02).
002700             15  HCH-MARKET-CODE      PIC X(03).
002800         10  HCH-CHANGE-DATE          PIC 9(08).
002900         10  HCH-CHANGE-TIME          PIC 9(08).
003000         10  HCH-TRAN-SEQ             PIC 9(03).
003100     05  HCH-ACTION                   PIC X(06).
003200     05  HCH-BEFORE-WEEKEND-FLAG      PIC X(01).
003300     05  HCH-BEFORE-DESCRIPTION       PIC X(20).
003400     05  HCH-AFTER-WEEKEND-FLAG       PIC X(01).
003500     05  HCH-AFTER-DESCRIPTION        PIC X(20).
003600     05  HCH-REQUESTED-BY             PIC X(08).
003700     05  HCH-REASON                   PIC X(34).
003800     05  HCH-SOURCE-PROGRAM           PIC X(08).
