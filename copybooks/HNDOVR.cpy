000700*        YYYYMMDD - UNLIKE THE MMDDYY USED ON DISPLAY-ONLY       *
000800*        FIELDS ELSEWHERE IN THE SUITE - SO THE KEY COLLATES     *
000900*        CHRONOLOGICALLY WITHIN A TERMINAL ACROSS A YEAR END.    *
001010*        THE ACKNOWLEDGEMENT FIELDS ARE FILLED WHEN THE INCOMING *
001020*        OPERATOR CONFIRMS THEY HAVE READ THE NOTE (HELLOA), AND *
001030*        ARE SPACES UNTIL THEN. NOTES FILED BEFORE THE FIELDS    *
001040*        EXISTED ARE SHORTER AND READ BACK AS UNACKNOWLEDGED.    *
001050*****************************************************************
001100 01  HANDOVER-RECORD.
001200     05  HND-KEY.
001300         10  HND-TRMID           PIC X(4).
001700     05  HND-USERID              PIC X(8).
001800     05  HND-OPER-NAME           PIC X(20).
001900     05  HND-NOTE                PIC X(50).
002000     05  HND-ACK-USERID          PIC X(8).
002100     05  HND-ACK-STAMP.
002200         10  HND-ACK-DATE        PIC X(8).
002300         10  HND-ACK-TIME        PIC X(8).
