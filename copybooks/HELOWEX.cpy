000100*****************************************************************
000200*        HELOWEX -- RECORD LAYOUTS FOR THE NIGHTLY WAREHOUSE     *
000300*        EXTRACT FILES WRITTEN BY HELOWEXT. THREE FILES - THE    *
000400*        DAY'S HELLOAUD RECORDS, THE DAY'S HELLODAY TOTALS AND   *
000500*        THE DAY'S HELOHIST ERRORS - EACH OPENING WITH ONE       *
000600*        HEADER RECORD AND CLOSING WITH ONE TRAILER RECORD, SO   *
000700*        THE WAREHOUSE LOAD CAN REJECT A FILE THAT ARRIVES       *
000800*        SHORT. ALL FIELDS ARE DISPLAY FORMAT FOR THE LOAD; ALL  *
000900*        DATES ARE YYYYMMDD AND ALL TIMES HHMMSS. THE FIRST BYTE *
001000*        OF EVERY RECORD IS THE RECORD TYPE: H, D OR T.          *
001100*        THE TRAILER HASH TOTAL IS THE SUM OF THE TASK NUMBERS   *
001200*        ON THE AUDIT AND ERROR FILES AND THE SUM OF THE DAY     *
001300*        TOTALS ON THE VOLUME FILE. THE AUDIT AND ERROR FILES    *
001400*        ARE 80 BYTES, THE VOLUME FILE 200 (ITS 24 HOURLY        *
001500*        COUNTS); HEADER AND TRAILER ARE PADDED TO MATCH.        *
001600*****************************************************************
001700 01  WEX-HEADER-RECORD.
001800     05  WEX-H-REC-TYPE          PIC X(1).
001900     05  WEX-H-FILE-ID           PIC X(8).
002000     05  WEX-H-BUS-DATE          PIC X(8).
002100     05  WEX-H-RUN-DATE          PIC X(8).
002200     05  WEX-H-RUN-TIME          PIC X(6).
002300     05  FILLER                  PIC X(49).
002400 01  WEX-TRAILER-RECORD.
002500     05  WEX-T-REC-TYPE          PIC X(1).
002600     05  WEX-T-FILE-ID           PIC X(8).
002700     05  WEX-T-BUS-DATE          PIC X(8).
002800*        DETAIL RECORDS ONLY, THEN EVERY RECORD ON THE FILE
002900*        COUNTING THE HEADER AND THIS TRAILER.
003000     05  WEX-T-DETAIL-COUNT      PIC 9(9).
003100     05  WEX-T-RECORD-COUNT      PIC 9(9).
003200     05  WEX-T-HASH-TOTAL        PIC 9(15).
003300     05  FILLER                  PIC X(30).
003400*        ONE HELLO TASK. AUTH-GROUP IS THE USERID'S GROUP AT
003500*        EXTRACT TIME, NOT WHEN THE TASK RAN; THE GRANT FLAG IS
003600*        'N' WHEN THE USERID NO LONGER HAS A HELLOAUTH RECORD.
003700 01  WEX-AUD-DETAIL.
003800     05  WEX-A-REC-TYPE          PIC X(1).
003900     05  WEX-A-DATE              PIC X(8).
004000     05  WEX-A-TIME              PIC X(6).
004100     05  WEX-A-TRMID             PIC X(4).
004200     05  WEX-A-TASKN             PIC 9(7).
004300     05  WEX-A-USERID            PIC X(8).
004400     05  WEX-A-AUTH-GROUP        PIC X(3).
004500     05  WEX-A-GRANT-FLAG        PIC X(1).
004600     05  FILLER                  PIC X(42).
004700*        ONE TERMINAL'S DAY, OR THE REGION-WIDE TOTAL UNDER
004800*        TERMINAL ID '****'. HOUR 1 IS 00:00-00:59.
004900 01  WEX-DAY-DETAIL.
005000     05  WEX-D-REC-TYPE          PIC X(1).
005100     05  WEX-D-DATE              PIC X(8).
005200     05  WEX-D-TRMID             PIC X(4).
005300     05  WEX-D-TOTAL             PIC 9(7).
005400     05  WEX-D-HOUR-COUNT        PIC 9(7) OCCURS 24 TIMES.
005500     05  FILLER                  PIC X(12).
005600*        ONE LOGGED ERROR WITH ITS CICS RESP AND RESP2.
005700 01  WEX-HIST-DETAIL.
005800     05  WEX-E-REC-TYPE          PIC X(1).
005900     05  WEX-E-DATE              PIC X(8).
006000     05  WEX-E-TIME              PIC X(6).
006100     05  WEX-E-TRMID             PIC X(4).
006200     05  WEX-E-TASKN             PIC 9(7).
006300     05  WEX-E-RESP              PIC S9(8)
006400                                 SIGN IS LEADING SEPARATE.
006500     05  WEX-E-RESP2             PIC S9(8)
006600                                 SIGN IS LEADING SEPARATE.
006700     05  FILLER                  PIC X(36).
