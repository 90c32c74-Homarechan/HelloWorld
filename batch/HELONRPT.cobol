000010*      HELONRPT -- HELLO UNACKNOWLEDGED HANDOVER NOTE REPORT
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELONRPT.
000040*     BATCH COMPANION TO THE HELLOA SHIFT-HANDOVER LOG (HELA).
000050*     READS THE WHOLE HANDOVER FILE AND LISTS, TERMINAL BY
000060*     TERMINAL, EVERY NOTE THAT NOBODY HAS ACKNOWLEDGED AND THAT
000070*     HAS BEEN ON FILE FOR MORE THAN ONE SHIFT - A NOTE THE NEXT
000080*     SHIFT AT THAT POSITION SHOULD HAVE READ AND DID NOT SIGN
000090*     FOR. THE SHIFT LENGTH DEFAULTS TO 8 HOURS AND IS SET WITH
000100*     THE EXEC PARM IN HOURS, E.G. PARM='12'. RUN IN THE
000110*     OVERNIGHT WINDOW ALONGSIDE HELLORPT.
000120        AUTHOR. ROBERT GOSLING.
000130 ENVIRONMENT DIVISION.
000140        INPUT-OUTPUT SECTION.
000150        FILE-CONTROL.
000160            SELECT HANDOVER-FILE ASSIGN TO HANDOVER
000170                ORGANIZATION IS INDEXED
000180                ACCESS MODE IS SEQUENTIAL
000190                RECORD KEY IS HND-KEY
000200                FILE STATUS IS WS-HND-STATUS.
000210            SELECT RPT-FILE ASSIGN TO SYSPRINT
000220                ORGANIZATION IS LINE SEQUENTIAL
000230                FILE STATUS IS WS-RPT-STATUS.
000240            SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000250                ORGANIZATION IS INDEXED
000260                ACCESS MODE IS DYNAMIC
000270                RECORD KEY IS RUN-JOBNAME
000280                FILE STATUS IS WS-RUN-STATUS.
000290        DATA DIVISION.
000300        FILE SECTION.
000310*     NOTES FILED BEFORE THE ACKNOWLEDGEMENT FIELDS WERE ADDED TO
000320*     HNDOVR ARE SHORTER; THE LENGTH READ SAYS WHICH IS WHICH.
000330        FD  HANDOVER-FILE
000340            RECORD IS VARYING IN SIZE FROM 98 TO 122 CHARACTERS
000350            DEPENDING ON WS-HND-RECLEN.
000360        COPY HNDOVR.
000370        FD  RPT-FILE.
000380        01  RPT-LINE                PIC X(80).
000390        FD  RUNCTL-FILE.
000400        COPY HELORUN.
000410        WORKING-STORAGE SECTION.
000420*
000430        01  WS-HND-STATUS           PIC X(2) VALUE SPACES.
000440            88  HND-STATUS-OK       VALUE "00".
000450            88  HND-STATUS-EOF      VALUE "10".
000460        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
000470            88  RPT-STATUS-OK       VALUE "00".
000480        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
000490            88  RUN-STATUS-OK       VALUE "00".
000500            88  RUN-STATUS-DUP      VALUE "22".
000510*
000520        01  WS-HND-RECLEN           PIC 9(4) COMP VALUE 0.
000530*
000540        01  WS-EOF-SW               PIC X(1) VALUE "N".
000550            88  WS-EOF               VALUE "Y".
000560*
000570*     A NOTE STILL UNACKNOWLEDGED THIS MANY HOURS AFTER IT WAS
000580*     WRITTEN HAS OUTLIVED ONE SHIFT. EXEC PARM OVERRIDES IT
000590*     (1 OR 2 DIGITS).
000600        01  WS-SHIFT-HOURS          PIC 9(2) VALUE 8.
000610        01  WS-SHIFT-MINUTES        PIC S9(7) COMP-3 VALUE 0.
000620*
000630*     AGES ARE WORKED IN MINUTES FROM DAY 1 OF THE INTEGER-DATE
000640*     CALENDAR SO A NOTE WRITTEN BEFORE MIDNIGHT (OR BEFORE A
000650*     MONTH OR YEAR END) AGES CORRECTLY.
000660        01  WS-RUN-TIME             PIC X(8) VALUE SPACES.
000670        01  WS-NOW-MINUTES          PIC S9(11) COMP-3 VALUE 0.
000680        01  WS-NOTE-MINUTES         PIC S9(11) COMP-3 VALUE 0.
000690        01  WS-AGE-MINUTES          PIC S9(11) COMP-3 VALUE 0.
000700        01  WS-AGE-HOURS            PIC S9(7) COMP-3 VALUE 0.
000710*
000720        01  WS-CURRENT-TRMID        PIC X(4) VALUE LOW-VALUES.
000730        01  WS-TERM-OPEN            PIC S9(7) COMP-3 VALUE 0.
000740*
000750        01  WS-READ-COUNT           PIC S9(7) COMP-3 VALUE 0.
000760        01  WS-ACKED-COUNT          PIC S9(7) COMP-3 VALUE 0.
000770        01  WS-RECENT-COUNT         PIC S9(7) COMP-3 VALUE 0.
000780        01  WS-OVERDUE-COUNT        PIC S9(7) COMP-3 VALUE 0.
000790        01  WS-TERM-COUNT           PIC S9(7) COMP-3 VALUE 0.
000800        01  WS-BAD-DATE-COUNT       PIC S9(7) COMP-3 VALUE 0.
000810*
000820        01  WS-HDR-LINE-1.
000830            05  FILLER               PIC X(18) VALUE SPACES.
000840            05  FILLER               PIC X(44)
000850                VALUE "HELLO UNACKNOWLEDGED HANDOVER NOTE REPORT".
000860            05  FILLER               PIC X(18) VALUE SPACES.
000870        01  WS-HDR-LINE-2.
000880            05  FILLER               PIC X(18) VALUE SPACES.
000890            05  FILLER               PIC X(10) VALUE "RUN DATE ".
000900            05  HDR-RUN-DATE         PIC X(8).
000910            05  FILLER               PIC X(6) VALUE " TIME ".
000920            05  HDR-RUN-HH           PIC X(2).
000930            05  FILLER               PIC X(1) VALUE ":".
000940            05  HDR-RUN-MM           PIC X(2).
000950            05  FILLER               PIC X(33) VALUE SPACES.
000960        01  WS-SHIFT-LINE.
000970            05  FILLER               PIC X(18) VALUE SPACES.
000980            05  FILLER               PIC X(36)
000990                VALUE "NOTES UNACKNOWLEDGED FOR MORE THAN ".
001000            05  HDR-SHIFT-HOURS      PIC Z9.
001010            05  FILLER               PIC X(24) VALUE " HOURS".
001020        01  WS-TERM-HDR.
001030            05  FILLER               PIC X(9) VALUE "TERMINAL ".
001040            05  HDR-TRMID            PIC X(4).
001050            05  FILLER               PIC X(67) VALUE SPACES.
001060        01  WS-COL-HDR.
001070            05  FILLER               PIC X(40) VALUE
001080                "  WRITTEN         USERID   OPERATOR    ".
001090            05  FILLER               PIC X(40) VALUE
001100                "           AGE (HRS)".
001110        01  WS-DETAIL-LINE.
001120            05  FILLER               PIC X(2) VALUE SPACES.
001130            05  DET-MM               PIC X(2).
001140            05  FILLER               PIC X(1) VALUE "/".
001150            05  DET-DD               PIC X(2).
001160            05  FILLER               PIC X(1) VALUE "/".
001170            05  DET-YY               PIC X(2).
001180            05  FILLER               PIC X(1) VALUE SPACE.
001190            05  DET-HH               PIC X(2).
001200            05  FILLER               PIC X(1) VALUE ":".
001210            05  DET-MIN              PIC X(2).
001220            05  FILLER               PIC X(2) VALUE SPACES.
001230            05  DET-USERID           PIC X(8).
001240            05  FILLER               PIC X(1) VALUE SPACE.
001250            05  DET-OPER-NAME        PIC X(20).
001260            05  FILLER               PIC X(6) VALUE SPACES.
001270            05  DET-AGE-HOURS        PIC ZZZ,ZZ9.
001280            05  FILLER               PIC X(20) VALUE SPACES.
001290        01  WS-NOTE-LINE.
001300            05  FILLER               PIC X(6) VALUE SPACES.
001310            05  DET-NOTE             PIC X(50).
001320            05  FILLER               PIC X(24) VALUE SPACES.
001330        01  WS-TERM-TOTAL-LINE.
001340            05  FILLER               PIC X(2) VALUE SPACES.
001350            05  FILLER               PIC X(23)
001360                VALUE "OVERDUE NOTES FOR TERM ".
001370            05  DET-TERM-TRMID       PIC X(4).
001380            05  FILLER               PIC X(2) VALUE SPACES.
001390            05  DET-TERM-OPEN        PIC ZZZ,ZZ9.
001400            05  FILLER               PIC X(42) VALUE SPACES.
001410        01  WS-NONE-LINE.
001420            05  FILLER               PIC X(50)
001430                VALUE "NO OVERDUE UNACKNOWLEDGED NOTES ON FILE".
001440            05  FILLER               PIC X(30) VALUE SPACES.
001450        01  WS-TOTAL-LINE.
001460            05  DET-TOTAL-LABEL      PIC X(30).
001470            05  DET-TOTAL-COUNT      PIC ZZZ,ZZ9.
001480*
001490        LINKAGE SECTION.
001500*
001510*     EXEC PARM - THE SHIFT LENGTH IN HOURS, 1 OR 2 DIGITS.
001520        01  PARM-DATA.
001530            05  PARM-LEN            PIC S9(4) COMP.
001540            05  PARM-TEXT           PIC X(8).
001550*
001560        PROCEDURE DIVISION USING PARM-DATA.
001570*
001580        0000-MAIN.
001590            PERFORM 1000-INITIALIZE.
001600            PERFORM 2000-PROCESS-NOTE
001610                UNTIL WS-EOF.
001620            PERFORM 3000-PRINT-TOTALS.
001630            PERFORM 9000-WRAP-UP.
001640            STOP RUN.
001650*
001660        1000-INITIALIZE.
001670            IF PARM-LEN > 0 AND PARM-LEN < 3
001680                IF PARM-TEXT (1:PARM-LEN) IS NUMERIC
001690                    MOVE PARM-TEXT (1:PARM-LEN) TO WS-SHIFT-HOURS
001700                ELSE
001710                    DISPLAY "HELONRPT: PARM NOT NUMERIC - "
001720                        "DEFAULT SHIFT OF " WS-SHIFT-HOURS
001730                        " HOURS USED"
001740                END-IF
001750            END-IF.
001760            IF WS-SHIFT-HOURS = 0
001770                MOVE 8 TO WS-SHIFT-HOURS
001780            END-IF.
001790            COMPUTE WS-SHIFT-MINUTES = WS-SHIFT-HOURS * 60.
001800            OPEN INPUT HANDOVER-FILE.
001810            IF NOT HND-STATUS-OK
001820                DISPLAY "HELONRPT: HANDOVER OPEN FAILED, STATUS="
001830                WS-HND-STATUS
001840                STOP RUN
001850            END-IF.
001860            OPEN OUTPUT RPT-FILE.
001870            IF NOT RPT-STATUS-OK
001880                DISPLAY "HELONRPT: SYSPRINT OPEN FAILED, STATUS="
001890                WS-RPT-STATUS
001900                STOP RUN
001910            END-IF.
001920            ACCEPT HDR-RUN-DATE FROM DATE YYYYMMDD.
001930            ACCEPT WS-RUN-TIME FROM TIME.
001940            MOVE WS-RUN-TIME (1:2) TO HDR-RUN-HH.
001950            MOVE WS-RUN-TIME (3:2) TO HDR-RUN-MM.
001960            COMPUTE WS-NOW-MINUTES =
001970                FUNCTION INTEGER-OF-DATE
001980                    (FUNCTION NUMVAL(HDR-RUN-DATE)) * 1440
001990                + FUNCTION NUMVAL(WS-RUN-TIME (1:2)) * 60
002000                + FUNCTION NUMVAL(WS-RUN-TIME (3:2)).
002010            MOVE WS-SHIFT-HOURS TO HDR-SHIFT-HOURS.
002020            WRITE RPT-LINE FROM WS-HDR-LINE-1.
002030            WRITE RPT-LINE FROM WS-HDR-LINE-2.
002040            WRITE RPT-LINE FROM WS-SHIFT-LINE.
002050            PERFORM 2500-READ-NOTE.
002060*
002070*     THE KEY LEADS WITH THE TERMINAL, SO THE FILE ARRIVES IN
002080*     TERMINAL ORDER AND A CHANGE OF TERMINAL CLOSES OFF THE LAST
002090*     ONE. A TERMINAL WITH NOTHING OVERDUE PRINTS NOTHING.
002100        2000-PROCESS-NOTE.
002110            ADD 1 TO WS-READ-COUNT.
002120            IF HND-ACK-USERID NOT = SPACES
002130                ADD 1 TO WS-ACKED-COUNT
002140            ELSE
002150                IF HND-DATE IS NOT NUMERIC
002160                    OR HND-TIME (1:4) IS NOT NUMERIC
002170                    ADD 1 TO WS-BAD-DATE-COUNT
002180                ELSE
002190                    PERFORM 2100-AGE-NOTE
002200                    IF WS-AGE-MINUTES > WS-SHIFT-MINUTES
002210                        PERFORM 2200-PRINT-OVERDUE-NOTE
002220                    ELSE
002230                        ADD 1 TO WS-RECENT-COUNT
002240                    END-IF
002250                END-IF
002260            END-IF.
002270            PERFORM 2500-READ-NOTE.
002280*
002290        2100-AGE-NOTE.
002300            COMPUTE WS-NOTE-MINUTES =
002310                FUNCTION INTEGER-OF-DATE
002320                    (FUNCTION NUMVAL(HND-DATE)) * 1440
002330                + FUNCTION NUMVAL(HND-TIME (1:2)) * 60
002340                + FUNCTION NUMVAL(HND-TIME (3:2)).
002350            COMPUTE WS-AGE-MINUTES =
002360                WS-NOW-MINUTES - WS-NOTE-MINUTES.
002370            COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60.
002380*
002390        2200-PRINT-OVERDUE-NOTE.
002400            IF HND-TRMID NOT = WS-CURRENT-TRMID
002410                PERFORM 2300-END-TERMINAL
002420                MOVE HND-TRMID TO WS-CURRENT-TRMID
002430                ADD 1 TO WS-TERM-COUNT
002440                MOVE HND-TRMID TO HDR-TRMID
002450                MOVE SPACES TO RPT-LINE
002460                WRITE RPT-LINE
002470                WRITE RPT-LINE FROM WS-TERM-HDR
002480                WRITE RPT-LINE FROM WS-COL-HDR
002490            END-IF.
002500            ADD 1 TO WS-OVERDUE-COUNT.
002510            ADD 1 TO WS-TERM-OPEN.
002520            MOVE HND-DATE (5:2) TO DET-MM.
002530            MOVE HND-DATE (7:2) TO DET-DD.
002540            MOVE HND-DATE (3:2) TO DET-YY.
002550            MOVE HND-TIME (1:2) TO DET-HH.
002560            MOVE HND-TIME (3:2) TO DET-MIN.
002570            MOVE HND-USERID TO DET-USERID.
002580            MOVE HND-OPER-NAME TO DET-OPER-NAME.
002590            MOVE WS-AGE-HOURS TO DET-AGE-HOURS.
002600            WRITE RPT-LINE FROM WS-DETAIL-LINE.
002610            MOVE HND-NOTE TO DET-NOTE.
002620            WRITE RPT-LINE FROM WS-NOTE-LINE.
002630*
002640*     CLOSE OFF THE TERMINAL JUST FINISHED WITH ITS OVERDUE
002650*     COUNT - NOTHING TO DO BEFORE THE FIRST ONE.
002660        2300-END-TERMINAL.
002670            IF WS-TERM-OPEN > 0
002680                MOVE WS-CURRENT-TRMID TO DET-TERM-TRMID
002690                MOVE WS-TERM-OPEN TO DET-TERM-OPEN
002700                WRITE RPT-LINE FROM WS-TERM-TOTAL-LINE
002710            END-IF.
002720            MOVE 0 TO WS-TERM-OPEN.
002730*
002740*     A NOTE SHORTER THAN THE FULL RECORD WAS FILED BEFORE THE
002750*     ACKNOWLEDGEMENT FIELDS EXISTED AND HAS NEVER BEEN SIGNED
002760*     FOR, SO THOSE FIELDS ARE CLEARED RATHER THAN TRUSTED.
002770        2500-READ-NOTE.
002780            READ HANDOVER-FILE NEXT RECORD
002790                AT END
002800                    SET WS-EOF TO TRUE
002810            END-READ.
002820            IF NOT WS-EOF
002830                IF NOT HND-STATUS-OK
002840                    DISPLAY "HELONRPT: HANDOVER READ FAILED, "
002850                        "STATUS=" WS-HND-STATUS
002860                    SET WS-EOF TO TRUE
002870                ELSE
002880                    IF WS-HND-RECLEN < LENGTH OF HANDOVER-RECORD
002890                        MOVE SPACES TO HND-ACK-USERID
002900                            HND-ACK-STAMP
002910                    END-IF
002920                END-IF
002930            END-IF.
002940*
002950        3000-PRINT-TOTALS.
002960            PERFORM 2300-END-TERMINAL.
002970            MOVE SPACES TO RPT-LINE.
002980            WRITE RPT-LINE.
002990            IF WS-OVERDUE-COUNT = 0
003000                WRITE RPT-LINE FROM WS-NONE-LINE
003010                MOVE SPACES TO RPT-LINE
003020                WRITE RPT-LINE
003030            END-IF.
003040            MOVE "NOTES ON FILE" TO DET-TOTAL-LABEL.
003050            MOVE WS-READ-COUNT TO DET-TOTAL-COUNT.
003060            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003070            MOVE "ACKNOWLEDGED" TO DET-TOTAL-LABEL.
003080            MOVE WS-ACKED-COUNT TO DET-TOTAL-COUNT.
003090            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003100            MOVE "OPEN, WITHIN ONE SHIFT" TO DET-TOTAL-LABEL.
003110            MOVE WS-RECENT-COUNT TO DET-TOTAL-COUNT.
003120            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003130            MOVE "OPEN, OVERDUE" TO DET-TOTAL-LABEL.
003140            MOVE WS-OVERDUE-COUNT TO DET-TOTAL-COUNT.
003150            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003160            MOVE "TERMINALS WITH OVERDUE NOTES"
003170                TO DET-TOTAL-LABEL.
003180            MOVE WS-TERM-COUNT TO DET-TOTAL-COUNT.
003190            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003200            IF WS-BAD-DATE-COUNT > 0
003210                MOVE "OPEN, UNREADABLE STAMP" TO DET-TOTAL-LABEL
003220                MOVE WS-BAD-DATE-COUNT TO DET-TOTAL-COUNT
003230                WRITE RPT-LINE FROM WS-TOTAL-LINE
003240            END-IF.
003250*
003260        9000-WRAP-UP.
003270            CLOSE HANDOVER-FILE.
003280            CLOSE RPT-FILE.
003290            PERFORM 9500-STAMP-RUN-CONTROL.
003300*
003310*     STAMP THIS JOB'S SUCCESSFUL RUN ON THE HELLORUN CONTROL
003320*     FILE SO THE HELR INQUIRY CAN SEE IT. A FAILED STAMP IS
003330*     REPORTED BUT DOES NOT FAIL THE RUN - THE REPORT IS
003340*     ALREADY OUT.
003350        9500-STAMP-RUN-CONTROL.
003360            OPEN I-O RUNCTL-FILE.
003370            IF NOT RUN-STATUS-OK
003380                DISPLAY "HELONRPT: RUNCTL OPEN FAILED, STATUS="
003390                WS-RUN-STATUS
003400            ELSE
003410                MOVE "HELONRPT" TO RUN-JOBNAME
003420                MOVE HDR-RUN-DATE TO RUN-LAST-DATE
003430                ACCEPT RUN-LAST-TIME FROM TIME
003440                MOVE "C" TO RUN-STATUS
003450                WRITE HELLORUN-RECORD
003460                IF RUN-STATUS-DUP
003470                    REWRITE HELLORUN-RECORD
003480                END-IF
003490                IF NOT RUN-STATUS-OK
003500                    DISPLAY "HELONRPT: RUNCTL STAMP FAILED, "
003510                        "STATUS=" WS-RUN-STATUS
003520                END-IF
003530                CLOSE RUNCTL-FILE
003540            END-IF.
