000110*     TOTALS WITH EACH DAY'S PEAK HOUR, AVERAGES BY DAY OF
000120*     WEEK, AND PER-TERMINAL MONTH TOTALS. RUN AT MONTH END;
000130*     AN OPTIONAL SYSIN CARD PICKS A SPECIFIC MONTH, OTHERWISE
000135*     THE MONTH JUST ENDED IS REPORTED. DATES ON THE HELOCAL
000140*     HOLIDAY/CLOSURE CALENDAR ARE MARKED ON THEIR DAY LINES
000145*     AND KEPT OUT OF THE AVERAGES, WHICH ARE PER BUSINESS DAY.
000150        AUTHOR. ROBERT GOSLING.
000160 ENVIRONMENT DIVISION.
000170        INPUT-OUTPUT SECTION.
000300            SELECT RPT-FILE ASSIGN TO SYSPRINT
000310                ORGANIZATION IS LINE SEQUENTIAL
000320                FILE STATUS IS WS-RPT-STATUS.
000321            SELECT HELOCAL-FILE ASSIGN TO HELOCAL
000322                ORGANIZATION IS INDEXED
000323                ACCESS MODE IS DYNAMIC
000324                RECORD KEY IS CAL-DATE
000325                FILE STATUS IS WS-CAL-STATUS.
000330        DATA DIVISION.
000340        FILE SECTION.
000350        FD  CARD-FILE.
000400        01  ARCH-RECORD             PIC X(32).
000410        FD  RPT-FILE.
000420        01  RPT-LINE                PIC X(80).
000423        FD  HELOCAL-FILE.
000426        COPY HELOCAL.
000430        WORKING-STORAGE SECTION.
000440*
000450        01  WS-CARD-STATUS          PIC X(2) VALUE SPACES.
000500            88  ARCH-STATUS-OK      VALUE "00".
000510        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
000520            88  RPT-STATUS-OK       VALUE "00".
000523        01  WS-CAL-STATUS           PIC X(2) VALUE SPACES.
000526            88  CAL-STATUS-OK       VALUE "00".
000530*
000540        01  WS-CARD-EOF-SW          PIC X(1) VALUE "N".
000550            88  WS-CARD-EOF         VALUE "Y".
000570            88  WS-AUD-EOF          VALUE "Y".
000580        01  WS-ARCH-EOF-SW          PIC X(1) VALUE "N".
000590            88  WS-ARCH-EOF         VALUE "Y".
000593        01  WS-CAL-EOF-SW           PIC X(1) VALUE "N".
000596            88  WS-CAL-EOF          VALUE "Y".
000600        01  WS-FOUND-SW             PIC X(1) VALUE "N".
000610            88  WS-TERM-FOUND       VALUE "Y".
000611*
000980        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000990        01  WS-PEAK-HOUR            PIC S9(4) COMP VALUE 0.
001000        01  WS-PEAK-COUNT           PIC S9(7) COMP-3 VALUE 0.
001001*
001002*     BUSINESS DAYS ARE THE MONTH'S DAYS NOT ON THE CALENDAR;
001003*     THEIR VOLUME AND COUNT GIVE THE PER-BUSINESS-DAY AVERAGE.
001004        01  WS-BUS-DAY-COUNT        PIC S9(4) COMP VALUE 0.
001005        01  WS-BUS-DAY-TOTAL        PIC S9(7) COMP-3 VALUE 0.
001010*
001020*     SET THE FIRST TIME A NEW TERMINAL ID IS SEEN AFTER
001030*     WS-TERM-TABLE IS ALREADY FULL, AS IN HELLORPT.
001060*
001070*     ONE ENTRY PER CALENDAR DAY OF THE MONTH: THE DAY'S TOTAL
001080*     AND ITS BY-HOUR BREAKDOWN, SO THE PEAK HOUR CAN BE PICKED
001086*     OUT AT PRINT TIME, AND THE DAY'S HELOCAL TYPE (SPACE FOR
001092*     A BUSINESS DAY).
001100        01  WS-DAY-TABLE.
001110            05  WS-DAY-ENTRY        OCCURS 31 TIMES.
001112                10  WS-DAY-CAL-TYPE     PIC X(1).
001114                    88  WS-DAY-HOLIDAY  VALUE "H".
001116                    88  WS-DAY-CLOSURE  VALUE "C".
001118                    88  WS-DAY-BUSINESS VALUE SPACE.
001120                10  WS-DAY-TOTAL        PIC S9(7) COMP-3.
001130                10  WS-DAY-HOUR-COUNT   PIC S9(7) COMP-3
001140                                        OCCURS 24 TIMES.
001630            05  DET-PEAK-HOUR        PIC 99.
001640            05  FILLER               PIC X(8) VALUE " COUNT ".
001650            05  DET-PEAK-COUNT       PIC ZZZ,ZZ9.
001653            05  FILLER               PIC X(2) VALUE SPACES.
001656            05  DET-DAY-MARK         PIC X(12).
001660        01  WS-DOW-HDR.
001670            05  FILLER               PIC X(50) VALUE
001680                "AVERAGE VOLUME BY DAY OF WEEK - BUSINESS DAYS".
001690        01  WS-DOW-DETAIL.
001700            05  DET-DOW-NAME         PIC X(9).
001710            05  FILLER               PIC X(10) VALUE " AVERAGE ".
001884            05  FILLER               PIC X(42) VALUE
001885                "ARCHIVE RECORDS READ IN PRE-REKEY LAYOUT ".
001886            05  DET-OLD-COUNT        PIC ZZZ,ZZ9.
001887        01  WS-BUS-LINE.
001888            05  FILLER               PIC X(14)
001889                VALUE "BUSINESS DAYS ".
001890            05  DET-BUS-DAYS         PIC Z9.
001891            05  FILLER               PIC X(28)
001892                VALUE "  AVERAGE PER BUSINESS DAY ".
001893            05  DET-BUS-AVG          PIC ZZZ,ZZ9.
001894*
001900        PROCEDURE DIVISION.
001910*
001920        0000-MAIN.
002340            PERFORM 1400-ZERO-DOW-ENTRY
002350                VARYING WS-DOW-SUB FROM 1 BY 1
002360                UNTIL WS-DOW-SUB > 7.
002365            PERFORM 1500-LOAD-CALENDAR.
002370            PERFORM 2500-READ-AUDIT-RECORD.
002380            PERFORM 2700-READ-ARCHIVE-RECORD.
002390*
002860            END-IF.
002870*
002880        1300-ZERO-DAY-ENTRY.
002885            MOVE SPACE TO WS-DAY-CAL-TYPE (WS-DAY-SUB).
002890            MOVE 0 TO WS-DAY-TOTAL (WS-DAY-SUB).
002900            PERFORM 1350-ZERO-DAY-HOUR
002910                VARYING WS-HOUR-SUB FROM 1 BY 1
002980            MOVE 0 TO WS-DOW-TOTAL (WS-DOW-SUB).
002990            MOVE 0 TO WS-DOW-DAYS (WS-DOW-SUB).
003000*
003002*     MARK THE REPORT MONTH'S CALENDAR DATES IN THE DAY TABLE.
003004*     THE DATE-LED KEY MAKES THE MONTH ONE START AND A FORWARD
003006*     READ; THE CALENDAR IS ONLY READ, SO IT IS CLOSED HERE.
003008        1500-LOAD-CALENDAR.
003010            OPEN INPUT HELOCAL-FILE.
003012            IF NOT CAL-STATUS-OK
003014                DISPLAY "HELLOMTH: HELOCAL OPEN FAILED, STATUS="
003016                WS-CAL-STATUS
003018                STOP RUN
003020            END-IF.
003022            MOVE WS-MONTH-START TO CAL-DATE.
003024            START HELOCAL-FILE
003026                KEY IS GREATER THAN OR EQUAL TO CAL-DATE
003028            END-START.
003030            IF CAL-STATUS-OK
003032                PERFORM 1600-READ-NEXT-CALENDAR
003034                PERFORM 1700-MARK-CALENDAR-DAY
003036                    UNTIL WS-CAL-EOF
003038            END-IF.
003040            CLOSE HELOCAL-FILE.
003042*
003044        1600-READ-NEXT-CALENDAR.
003046            READ HELOCAL-FILE NEXT RECORD
003048                AT END
003050                    SET WS-CAL-EOF TO TRUE
003052            END-READ.
003054            IF NOT WS-CAL-EOF
003056                AND CAL-DATE >= WS-NEXT-START
003058                SET WS-CAL-EOF TO TRUE
003060            END-IF.
003062*
003064        1700-MARK-CALENDAR-DAY.
003066            IF CAL-DATE (7:2) IS NUMERIC
003068                MOVE CAL-DATE (7:2) TO WS-DAY-SUB
003070                IF WS-DAY-SUB >= 1
003072                    AND WS-DAY-SUB <= WS-DAYS-IN-MONTH
003074                    MOVE CAL-TYPE TO WS-DAY-CAL-TYPE (WS-DAY-SUB)
003076                END-IF
003078            END-IF.
003080            PERFORM 1600-READ-NEXT-CALENDAR.
003082*
003084        2000-SCAN-LIVE-FILE.
003086            PERFORM 2100-ACCUM-AUDIT-RECORD.
003088            PERFORM 2500-READ-AUDIT-RECORD.
003090*
003092*     ONE AUDIT RECORD (LIVE OR ARCHIVED - BOTH PASSES LAND
003094*     HERE): RECAST ITS DATE AND, WHEN IT FALLS IN THE REPORT
003096*     MONTH, FOLD IT INTO THE DAY, HOUR AND TERMINAL TOTALS.
003098        2100-ACCUM-AUDIT-RECORD.
003100            MOVE AUD-DATE (7:2) TO WS-AUD-CMP-YY.
003102            MOVE AUD-DATE (1:2) TO WS-AUD-CMP-MM.
003110            MOVE AUD-DATE (4:2) TO WS-AUD-CMP-DD.
003120            IF WS-AUD-CMP-MONTH = WS-RPT-MONTH
003130                ADD 1 TO WS-TOTAL-COUNT
003740            PERFORM 3100-PRINT-DAY-LINE
003750                VARYING WS-DAY-SUB FROM 1 BY 1
003760                UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
003762            MOVE SPACES TO RPT-LINE.
003764            WRITE RPT-LINE.
003766            MOVE WS-BUS-DAY-COUNT TO DET-BUS-DAYS.
003768            IF WS-BUS-DAY-COUNT > 0
003770                COMPUTE DET-BUS-AVG ROUNDED =
003772                    WS-BUS-DAY-TOTAL / WS-BUS-DAY-COUNT
003774            ELSE
003776                MOVE 0 TO DET-BUS-AVG
003778            END-IF.
003780            WRITE RPT-LINE FROM WS-BUS-LINE.
003782            MOVE SPACES TO RPT-LINE.
003784            WRITE RPT-LINE.
003790            WRITE RPT-LINE FROM WS-DOW-HDR.
003800            PERFORM 3300-PRINT-DOW-LINE
003810                VARYING WS-DOW-SUB FROM 1 BY 1
003960*
003970*     ONE DAY OF THE MONTH: PRINT ITS TOTAL AND PEAK HOUR, AND
003980*     FOLD THE TOTAL INTO ITS DAY-OF-WEEK BUCKET SO THE
003985*     AVERAGES SECTION COMES FOR FREE FROM THE SAME PASS. A
003990*     HOLIDAY OR CLOSURE DAY IS MARKED AND LEFT OUT OF BOTH
003995*     THE DAY-OF-WEEK AND THE BUSINESS-DAY AVERAGES.
004000        3100-PRINT-DAY-LINE.
004010            COMPUTE WS-DATE-NUM =
004020                WS-MONTH-START - 1 + WS-DAY-SUB.
004070            IF WS-DOW-SUB = 0
004080                MOVE 7 TO WS-DOW-SUB
004090            END-IF.
004092            EVALUATE TRUE
004094                WHEN WS-DAY-HOLIDAY (WS-DAY-SUB)
004096                    MOVE "HOLIDAY" TO DET-DAY-MARK
004098                WHEN WS-DAY-CLOSURE (WS-DAY-SUB)
004100                    MOVE "SITE CLOSED" TO DET-DAY-MARK
004102                WHEN OTHER
004104                    MOVE SPACES TO DET-DAY-MARK
004106                    ADD WS-DAY-TOTAL (WS-DAY-SUB)
004108                        TO WS-DOW-TOTAL (WS-DOW-SUB)
004110                    ADD 1 TO WS-DOW-DAYS (WS-DOW-SUB)
004112                    ADD WS-DAY-TOTAL (WS-DAY-SUB)
004114                        TO WS-BUS-DAY-TOTAL
004116                    ADD 1 TO WS-BUS-DAY-COUNT
004118            END-EVALUATE.
004130            MOVE 0 TO WS-PEAK-HOUR.
004140            MOVE 0 TO WS-PEAK-COUNT.
004150            PERFORM 3200-PICK-PEAK-HOUR
