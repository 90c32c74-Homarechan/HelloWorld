000130*     FAR OFF THE REGION'S USUAL SHAPE. THE ONE-PAGE RESULT IS
000140*     THE MORNING READ; THE FULL DETAIL STAYS IN HELLORPT. RUN
000150*     IN THE OVERNIGHT WINDOW ALONGSIDE HELLORPT, BEFORE
000154*     HELLOARC TRIMS THE AUDIT FILE. DATES ON THE HELOCAL
000158*     HOLIDAY/CLOSURE CALENDAR ARE LEFT OUT OF THE BASELINE, AND
000162*     WHEN TODAY IS ONE OF THEM THE QUIET-TERMINAL AND DEAD-HOUR
000166*     CHECKS ARE SKIPPED - AN EMPTY FLOOR IS EXPECTED THEN.
000170        AUTHOR. ROBERT GOSLING.
000180 ENVIRONMENT DIVISION.
000190        INPUT-OUTPUT SECTION.
000334                ACCESS MODE IS DYNAMIC
000335                RECORD KEY IS RUN-JOBNAME
000336                FILE STATUS IS WS-RUN-STATUS.
000338            SELECT HELOCAL-FILE ASSIGN TO HELOCAL
000340                ORGANIZATION IS INDEXED
000342                ACCESS MODE IS DYNAMIC
000344                RECORD KEY IS CAL-DATE
000346                FILE STATUS IS WS-CAL-STATUS.
000348        DATA DIVISION.
000350        FILE SECTION.
000360        FD  HELLOAUD-FILE.
000370        COPY HELLOAUD.
000410        01  RPT-LINE                PIC X(80).
000412        FD  RUNCTL-FILE.
000414        COPY HELORUN.
000416        FD  HELOCAL-FILE.
000418        COPY HELOCAL.
000420        WORKING-STORAGE SECTION.
000430*
000440        01  WS-AUD-STATUS           PIC X(2) VALUE SPACES.
000512        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
000514            88  RUN-STATUS-OK       VALUE "00".
000516            88  RUN-STATUS-DUP      VALUE "22".
000517        01  WS-CAL-STATUS           PIC X(2) VALUE SPACES.
000518            88  CAL-STATUS-OK       VALUE "00".
000520*
000530        01  WS-AUD-EOF-SW           PIC X(1) VALUE "N".
000540            88  WS-AUD-EOF          VALUE "Y".
000560            88  WS-DAY-EOF          VALUE "Y".
000570        01  WS-FOUND-SW             PIC X(1) VALUE "N".
000580            88  WS-ENTRY-FOUND      VALUE "Y".
000582        01  WS-CAL-EOF-SW           PIC X(1) VALUE "N".
000584            88  WS-CAL-EOF          VALUE "Y".
000586        01  WS-CAL-DAY-SW           PIC X(1) VALUE "N".
000588            88  WS-CAL-DAY          VALUE "Y".
000590*
000592*     SET WHEN TODAY IS ON THE CALENDAR; WS-TODAY-CAL-TYPE AND
000594*     WS-TODAY-CAL-DESC KEEP ITS ENTRY FOR THE REPORT.
000596        01  WS-TODAY-CAL-SW         PIC X(1) VALUE "N".
000598            88  WS-TODAY-ON-CALENDAR VALUE "Y".
000600        01  WS-TODAY-CAL-TYPE       PIC X(1) VALUE SPACE.
000602        01  WS-TODAY-CAL-DESC       PIC X(30) VALUE SPACES.
000604*
000606*     CALENDAR DATES FALLING INSIDE THE BASELINE WINDOW. THE KEY
000608*     IS UNIQUE BY DATE, SO THE WINDOW CAN HOLD NO MORE ENTRIES
000610*     THAN IT HAS DAYS; THE TABLE IS SIZED FOR THE RETENTION
000612*     WINDOW IN CASE THE BASELINE IS EVER WIDENED THAT FAR.
000614        01  WS-CAL-MAX              PIC S9(4) COMP VALUE 0.
000616        01  WS-CAL-SUB              PIC S9(4) COMP VALUE 0.
000618        01  WS-CAL-TABLE.
000620            05  WS-CAL-ENTRY        PIC X(8) OCCURS 60 TIMES.
000622*
000624*     TUNING KNOBS, ALL IN ONE PLACE. FOURTEEN DAYS OF HISTORY
000626*     IS THE BASELINE; A TERMINAL AVERAGING AT LEAST THE QUIET
000628*     FLOOR COUNTS AS NORMALLY BUSY, SO ITS SILENCE IS WORTH A
000630*     LINE; TODAY MUST REACH SPIKE-FACTOR TIMES THE BASELINE
000640*     (AND THE FLOOR) BEFORE A SPIKE PRINTS, SO ONE-OFF BLIPS
000650*     ON QUIET TERMINALS AND HOURS DO NOT FLOOD THE PAGE.
000700        01  WS-SPIKE-FACTOR         PIC S9(4) COMP VALUE 3.
000710        01  WS-RETENTION-DAYS       PIC S9(4) COMP VALUE 60.
000720*
000722*     BASELINE DAYS LESS THE CALENDAR DATES IN THE WINDOW - THE
000724*     DIVISOR FOR EVERY BASELINE AVERAGE. NEVER BELOW ONE.
000726        01  WS-BUS-DAYS             PIC S9(4) COMP VALUE 0.
000728*
000730        01  WS-TODAY                PIC X(8) VALUE SPACES.
000740        01  WS-TODAY-AUD            PIC X(8) VALUE SPACES.
000750        01  WS-DATE-INT             PIC S9(8) COMP VALUE 0.
001090*
001100*     TRAILING BASELINE BY TERMINAL - THE SUM OF EACH
001110*     TERMINAL'S DAILY TOTALS OVER THE BASELINE WINDOW. THE
001120*     AVERAGE DIVIDES BY EVERY BUSINESS DAY IN THE WINDOW, NOT
001130*     DAYS SEEN, SO ONLY A TERMINAL THAT IS BUSY REGULARLY
001140*     RATES AS NORMALLY BUSY.
001150        01  WS-BASE-MAX             PIC S9(4) COMP VALUE 0.
001160        01  WS-BASE-TABLE.
001170            05  WS-BASE-ENTRY       OCCURS 200 TIMES.
001380            05  FILLER               PIC X(12)
001390                VALUE "  BASELINE ".
001400            05  HDR-BASE-DAYS        PIC Z9.
001407            05  FILLER               PIC X(14)
001414                VALUE " BUSINESS DAYS".
001421            05  FILLER               PIC X(14) VALUE SPACES.
001430        01  WS-QUIET-HDR.
001440            05  FILLER               PIC X(50) VALUE
001450                "NORMALLY BUSY TERMINALS WITH NO ACTIVITY TODAY".
001840            05  DET-HOUR-AVG         PIC ZZZ,ZZ9.
001850        01  WS-NONE-LINE.
001860            05  FILLER               PIC X(8) VALUE "  (NONE)".
001861        01  WS-CAL-SKIP-LINE.
001862            05  FILLER               PIC X(13)
001863                VALUE "  (SKIPPED - ".
001864            05  DET-CAL-TYPE         PIC X(12).
001865            05  FILLER               PIC X(2) VALUE SPACES.
001866            05  DET-CAL-DESC         PIC X(30).
001867            05  FILLER               PIC X(1) VALUE ")".
001870        01  WS-CAP-LINE.
001880            05  FILLER               PIC X(44) VALUE
001890                "*** WARNING: TERMINAL LIST INCOMPLETE ***".
002300            END-IF.
002310            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002320            MOVE WS-TODAY TO HDR-RUN-DATE.
002340*     WS-TODAY RECAST AS MM/DD/YY TO MATCH AUD-DATE (WRITTEN BY
002350*     HELLO'S FORMATTIME MMDDYY), AS HELLORPT DOES.
002360            STRING WS-TODAY (5:2) DELIMITED BY SIZE
002520                - WS-RETENTION-DAYS.
002530            COMPUTE WS-PURGE-CUTOFF =
002540                FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002545            PERFORM 1100-LOAD-CALENDAR.
002550            PERFORM 2500-READ-AUDIT-RECORD.
002552*
002554*     PICK UP THE CALENDAR DATES FROM THE START OF THE BASELINE
002556*     WINDOW THROUGH TODAY. THOSE BEFORE TODAY COME OUT OF THE
002558*     BASELINE (AND ITS DIVISOR); TODAY'S OWN ENTRY, IF ANY,
002560*     TURNS OFF THE CHECKS THAT WOULD ONLY FLAG AN EMPTY FLOOR.
002562*     THE CALENDAR IS ONLY READ, SO IT IS CLOSED AGAIN HERE.
002564        1100-LOAD-CALENDAR.
002566            OPEN INPUT HELOCAL-FILE.
002568            IF NOT CAL-STATUS-OK
002570                DISPLAY "HELLOEXC: HELOCAL OPEN FAILED, STATUS="
002572                WS-CAL-STATUS
002574                STOP RUN
002576            END-IF.
002578            MOVE WS-BASE-START TO CAL-DATE.
002580            START HELOCAL-FILE
002582                KEY IS GREATER THAN OR EQUAL TO CAL-DATE
002584            END-START.
002586            IF CAL-STATUS-OK
002588                PERFORM 1200-READ-NEXT-CALENDAR
002590                PERFORM 1300-FILE-CALENDAR-DATE
002592                    UNTIL WS-CAL-EOF
002594            END-IF.
002596            CLOSE HELOCAL-FILE.
002598            COMPUTE WS-BUS-DAYS = WS-BASELINE-DAYS - WS-CAL-MAX.
002600            IF WS-BUS-DAYS < 1
002602                MOVE 1 TO WS-BUS-DAYS
002604            END-IF.
002606            MOVE WS-BUS-DAYS TO HDR-BASE-DAYS.
002608*
002610        1200-READ-NEXT-CALENDAR.
002612            READ HELOCAL-FILE NEXT RECORD
002614                AT END
002616                    SET WS-CAL-EOF TO TRUE
002618            END-READ.
002620            IF NOT WS-CAL-EOF
002622                AND CAL-DATE > WS-TODAY
002624                SET WS-CAL-EOF TO TRUE
002626            END-IF.
002628*
002630        1300-FILE-CALENDAR-DATE.
002632            IF CAL-DATE = WS-TODAY
002634                SET WS-TODAY-ON-CALENDAR TO TRUE
002636                MOVE CAL-TYPE TO WS-TODAY-CAL-TYPE
002638                MOVE CAL-DESC TO WS-TODAY-CAL-DESC
002640            ELSE
002642                IF WS-CAL-MAX < 60
002644                    ADD 1 TO WS-CAL-MAX
002646                    MOVE CAL-DATE TO WS-CAL-ENTRY (WS-CAL-MAX)
002648                END-IF
002650            END-IF.
002652            PERFORM 1200-READ-NEXT-CALENDAR.
002654*
002656        2000-PROCESS-AUDIT-FILE.
002658            IF AUD-DATE = WS-TODAY-AUD
002660                ADD 1 TO WS-TODAY-TOTAL
002662                COMPUTE WS-HOUR-SUB =
002664                    FUNCTION NUMVAL(AUD-TIME (1:2)) + 1
002666                IF WS-HOUR-SUB < 1 OR WS-HOUR-SUB > 24
002668                    MOVE 1 TO WS-HOUR-SUB
002670                END-IF
002672                ADD 1 TO WS-HOUR-COUNT (WS-HOUR-SUB)
002674                PERFORM 2100-ACCUM-TERMINAL-COUNT
002676            END-IF.
002680            PERFORM 2500-READ-AUDIT-RECORD.
002690*
002700        2100-ACCUM-TERMINAL-COUNT.
003340                SET WS-DAY-EOF TO TRUE
003350            END-IF.
003360*
003362*     A DAY ON THE CALENDAR IS NOT A NORMAL DAY'S VOLUME, SO
003364*     NEITHER ITS TERMINAL RECORDS NOR ITS REGION RECORD ADD TO
003366*     THE BASELINE; THE HOUR-SHAPE DAY COUNT SKIPS IT TOO.
003370        3200-ACCUM-BASELINE.
003371            MOVE "N" TO WS-CAL-DAY-SW.
003372            PERFORM 3250-MATCH-CALENDAR-DATE
003373                VARYING WS-CAL-SUB FROM 1 BY 1
003374                UNTIL WS-CAL-SUB > WS-CAL-MAX
003375                OR WS-CAL-DAY.
003376            IF NOT WS-CAL-DAY
003380                IF DAY-REGION-REC
003390                    ADD 1 TO WS-BASE-DAY-COUNT
003400                    PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
003410                        UNTIL WS-HOUR-SUB > 24
003420                        ADD DAY-HOUR-COUNT (WS-HOUR-SUB)
003430                            TO WS-BASE-HOUR (WS-HOUR-SUB)
003440                    END-PERFORM
003450                ELSE
003460                    PERFORM 3300-ACCUM-BASE-TERMINAL
003465                END-IF
003470            END-IF.
003480            PERFORM 3100-READ-NEXT-HISTORY.
003481*
003482        3250-MATCH-CALENDAR-DATE.
003483            IF WS-CAL-ENTRY (WS-CAL-SUB) = DAY-DATE
003484                SET WS-CAL-DAY TO TRUE
003485            END-IF.
003490*
003500        3300-ACCUM-BASE-TERMINAL.
003510            MOVE "N" TO WS-FOUND-SW.
003770            WRITE RPT-LINE.
003780            WRITE RPT-LINE FROM WS-QUIET-HDR.
003790            MOVE 0 TO WS-EXC-COUNT.
003796            IF WS-TODAY-ON-CALENDAR
003802                PERFORM 4050-PRINT-CALENDAR-SKIP
003808            ELSE
003814                PERFORM 4100-CHECK-QUIET-TERMINAL
003820                    VARYING WS-SUB FROM 1 BY 1
003826                    UNTIL WS-SUB > WS-BASE-MAX
003832                IF WS-EXC-COUNT = 0
003838                    WRITE RPT-LINE FROM WS-NONE-LINE
003844                END-IF
003850            END-IF.
003860            MOVE SPACES TO RPT-LINE.
003870            WRITE RPT-LINE.
004170                WRITE RPT-LINE FROM WS-CAP-LINE
004180            END-IF.
004190*
004192*     TODAY IS ON THE CALENDAR: SAY SO WHERE THE QUIET-TERMINAL
004194*     LIST WOULD HAVE BEEN, SO AN EMPTY SECTION IS NOT READ AS
004196*     A CLEAN BILL OF HEALTH.
004198        4050-PRINT-CALENDAR-SKIP.
004200            IF WS-TODAY-CAL-TYPE = "C"
004202                MOVE "SITE CLOSURE" TO DET-CAL-TYPE
004204            ELSE
004206                MOVE "HOLIDAY" TO DET-CAL-TYPE
004208            END-IF.
004210            MOVE WS-TODAY-CAL-DESC TO DET-CAL-DESC.
004212            WRITE RPT-LINE FROM WS-CAL-SKIP-LINE.
004214*
004216*     A TERMINAL THAT AVERAGED AT LEAST THE QUIET FLOOR OVER
004218*     THE BASELINE WINDOW AND SHOWS NOTHING TODAY IS EXACTLY
004220*     THE DEAD-CABLE CASE THIS REPORT EXISTS FOR.
004250        4100-CHECK-QUIET-TERMINAL.
004260            COMPUTE WS-AVG ROUNDED =
004270                WS-BASE-SUM (WS-SUB) / WS-BUS-DAYS.
004280            MOVE "N" TO WS-FOUND-SW.
004290            PERFORM VARYING WS-SUB-CHECK FROM 1 BY 1
004300                UNTIL WS-SUB-CHECK > WS-TERM-MAX
004620                IF WS-BASE-ID (WS-SUB-CHECK) = WS-TERM-ID (WS-SUB)
004630                    COMPUTE WS-AVG ROUNDED =
004640                        WS-BASE-SUM (WS-SUB-CHECK)
004650                        / WS-BUS-DAYS
004660                    MOVE WS-BASE-MAX TO WS-SUB-CHECK
004670                END-IF
004680            END-PERFORM.
004890*
004900*     AN HOUR WELL ABOVE ITS USUAL AVERAGE, OR DEAD WHEN IT IS
004910*     USUALLY BUSY, PRINTS; EVERYTHING TRACKING THE USUAL
004916*     SHAPE STAYS OFF THE PAGE. ON A CALENDAR DAY A DEAD HOUR
004922*     IS EXPECTED, SO ONLY THE SPIKES ARE LOOKED FOR.
004930        4400-CHECK-HOUR-SHAPE.
004940            IF WS-BASE-DAY-COUNT > 0
004950                COMPUTE WS-AVG ROUNDED =
005030                AND WS-HOUR-COUNT (WS-HOUR-SUB)
005040                    > WS-AVG * WS-SPIKE-FACTOR)
005050                OR (WS-HOUR-COUNT (WS-HOUR-SUB) = 0
005056                    AND WS-AVG >= WS-QUIET-FLOOR
005062                    AND NOT WS-TODAY-ON-CALENDAR)
005070                COMPUTE DET-HOUR = WS-HOUR-SUB - 1
005080                MOVE WS-HOUR-COUNT (WS-HOUR-SUB)
005090                    TO DET-HOUR-COUNT
