000010*      HELOJRPT -- HELLO DAILY CHANGE JOURNAL REPORT
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELOJRPT.
000040*     BATCH COMPANION TO THE HELLO CICS TRANSACTION SUITE. READS
000050*     TODAY'S RECORDS FROM THE HELLOJRN CHANGE JOURNAL - WRITTEN
000060*     BY HELM, HELO OPTION 4, THE HELV APPROVAL AND THE HELLOSYN
000070*     ROSTER SYNC FOR EVERY ADD, CHANGE AND DELETE MADE TO
000080*     OPERNAME, OPRPROF, HELLOAUTH, THE MSGTBL '**' BROADCAST
000085*     RECORD AND THE HELOCAL CALENDAR, PLUS EVERY HELLO SESSION
000090*     RESET FROM THE HELS MONITOR - AND PRINTS THEM FILE BY
000095*     FILE WITH THEIR BEFORE AND AFTER IMAGES, FOLLOWED BY A
000100*     COUNT OF CHANGES BY USER. ANY GRANT RAISED TO THE ADM GROUP
000110*     IS FLAGGED WHERE IT APPEARS AND COUNTED AGAINST THE USER
000120*     WHO MADE IT. RUN IN THE OVERNIGHT WINDOW AFTER HELLOSYN, SO
000130*     THE SYNC'S OWN CHANGES ARE ON IT.
000140        AUTHOR. ROBERT GOSLING.
000150 ENVIRONMENT DIVISION.
000160        INPUT-OUTPUT SECTION.
000170        FILE-CONTROL.
000180            SELECT HELLOJRN-FILE ASSIGN TO HELLOJRN
000190                ORGANIZATION IS INDEXED
000200                ACCESS MODE IS DYNAMIC
000210                RECORD KEY IS JRN-KEY
000220                FILE STATUS IS WS-JRN-STATUS.
000230            SELECT RPT-FILE ASSIGN TO SYSPRINT
000240                ORGANIZATION IS LINE SEQUENTIAL
000250                FILE STATUS IS WS-RPT-STATUS.
000260            SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000270                ORGANIZATION IS INDEXED
000280                ACCESS MODE IS DYNAMIC
000290                RECORD KEY IS RUN-JOBNAME
000300                FILE STATUS IS WS-RUN-STATUS.
000310        DATA DIVISION.
000320        FILE SECTION.
000330        FD  HELLOJRN-FILE.
000340        COPY HELOJRN.
000350        FD  RPT-FILE.
000360        01  RPT-LINE                PIC X(80).
000370        FD  RUNCTL-FILE.
000380        COPY HELORUN.
000390        WORKING-STORAGE SECTION.
000400*
000410        01  WS-JRN-STATUS           PIC X(2) VALUE SPACES.
000420            88  JRN-STATUS-OK       VALUE "00".
000430            88  JRN-STATUS-NOTFND   VALUE "23".
000440            88  JRN-STATUS-EOF      VALUE "10".
000450        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
000460            88  RPT-STATUS-OK       VALUE "00".
000470        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
000480            88  RUN-STATUS-OK       VALUE "00".
000490            88  RUN-STATUS-DUP      VALUE "22".
000500*
000510        01  WS-EOF-SW               PIC X(1) VALUE "N".
000520            88  WS-EOF               VALUE "Y".
000530        01  WS-FOUND-SW             PIC X(1) VALUE "N".
000540            88  WS-ENTRY-FOUND      VALUE "Y".
000550        01  WS-ADM-SW               PIC X(1) VALUE "N".
000560            88  WS-RAISED-TO-ADM    VALUE "Y".
000570*
000580*     THE REPORT IS ONE PASS OVER TODAY'S JOURNAL PER FILE, IN
000590*     THIS ORDER, SO EACH FILE'S CHANGES PRINT TOGETHER.
000600        01  WS-PASS-FILES.
000610            05  FILLER              PIC X(9) VALUE "OPERNAME".
000615            05  FILLER              PIC X(9) VALUE "OPRPROF".
000620            05  FILLER              PIC X(9) VALUE "HELLOAUTH".
000630            05  FILLER              PIC X(9) VALUE "MSGTBL".
000635            05  FILLER              PIC X(9) VALUE "HELOCAL".
000637            05  FILLER              PIC X(9) VALUE "SESSION".
000640        01  WS-PASS-TABLE REDEFINES WS-PASS-FILES.
000650            05  WS-PASS-FILE        PIC X(9) OCCURS 6 TIMES.
000660        01  WS-PASS-SUB             PIC S9(4) COMP VALUE 0.
000670*
000680        01  WS-FILE-COUNT           PIC S9(7) COMP-3 VALUE 0.
000690        01  WS-TOTAL-COUNT          PIC S9(7) COMP-3 VALUE 0.
000700        01  WS-ADM-COUNT            PIC S9(7) COMP-3 VALUE 0.
000710        01  WS-USER-SUB             PIC S9(4) COMP VALUE 0.
000720*
000730*     SET THE FIRST TIME A NEW USERID IS SEEN AFTER THE TABLE IS
000740*     ALREADY FULL, SO THE OMISSION SHOWS UP ON THE REPORT
000750*     INSTEAD OF SILENTLY UNDER-COUNTING AGAINST THE TOTAL.
000760        01  WS-USER-CAP-SW          PIC X(1) VALUE "N".
000770            88  WS-USER-CAP-HIT     VALUE "Y".
000780*
000790*     CHANGE COUNTS BY USER, BUILT UP AS NEW USERIDS ARE SEEN.
000800        01  WS-USER-MAX             PIC S9(4) COMP VALUE 0.
000810        01  WS-USER-TABLE.
000820            05  WS-USER-ENTRY       OCCURS 100 TIMES.
000830                10  WS-USER-ID          PIC X(8).
000840                10  WS-USER-ADD         PIC S9(7) COMP-3.
000850                10  WS-USER-CHG         PIC S9(7) COMP-3.
000860                10  WS-USER-DEL         PIC S9(7) COMP-3.
000870                10  WS-USER-ADM         PIC S9(7) COMP-3.
000880*
000890        01  WS-HDR-LINE-1.
000900            05  FILLER               PIC X(20) VALUE SPACES.
000910            05  FILLER               PIC X(40)
000920                VALUE "HELLO DAILY CHANGE JOURNAL REPORT".
000930            05  FILLER               PIC X(20) VALUE SPACES.
000940        01  WS-HDR-LINE-2.
000950            05  FILLER               PIC X(20) VALUE SPACES.
000960            05  FILLER               PIC X(10) VALUE "RUN DATE ".
000970            05  HDR-RUN-DATE         PIC X(8).
000980            05  FILLER               PIC X(42) VALUE SPACES.
000990        01  WS-FILE-HDR.
001000            05  FILLER               PIC X(11)
001010                VALUE "CHANGES TO ".
001020            05  HDR-FILE-NAME        PIC X(9).
001030            05  FILLER               PIC X(60) VALUE SPACES.
001040        01  WS-COL-HDR.
001050            05  FILLER               PIC X(41) VALUE
001060                "  TIME    ACTION KEY       USERID    TERM".
001070            05  FILLER               PIC X(39) VALUE
001080                "  SOURCE".
001090        01  WS-CHG-DETAIL.
001100            05  FILLER               PIC X(2) VALUE SPACES.
001110            05  DET-TIME             PIC X(6).
001120            05  FILLER               PIC X(2) VALUE SPACES.
001130            05  DET-ACTION           PIC X(6).
001140            05  FILLER               PIC X(1) VALUE SPACES.
001150            05  DET-KEY              PIC X(8).
001160            05  FILLER               PIC X(2) VALUE SPACES.
001170            05  DET-USERID           PIC X(8).
001180            05  FILLER               PIC X(2) VALUE SPACES.
001190            05  DET-TRMID            PIC X(4).
001200            05  FILLER               PIC X(2) VALUE SPACES.
001210            05  DET-SOURCE           PIC X(8).
001220            05  FILLER               PIC X(2) VALUE SPACES.
001230            05  DET-FLAG             PIC X(17).
001240        01  WS-IMAGE-LINE.
001250            05  IMG-LABEL            PIC X(12).
001260            05  IMG-TEXT             PIC X(60).
001270        01  WS-FILE-TOTAL.
001280            05  FILLER               PIC X(2) VALUE SPACES.
001290            05  FILLER               PIC X(12) VALUE "CHANGES ".
001300            05  DET-FILE-COUNT       PIC ZZZ,ZZ9.
001310        01  WS-USER-HDR.
001320            05  FILLER               PIC X(30)
001330                VALUE "CHANGES BY USER".
001340        01  WS-USER-COL-HDR.
001350            05  FILLER               PIC X(50) VALUE
001360                "USERID       ADDED  CHANGED  DELETED   TO ADM".
001370        01  WS-USER-DETAIL.
001380            05  DET-USER-ID          PIC X(8).
001390            05  FILLER               PIC X(2) VALUE SPACES.
001400            05  DET-USER-ADD         PIC ZZZ,ZZ9.
001410            05  FILLER               PIC X(2) VALUE SPACES.
001420            05  DET-USER-CHG         PIC ZZZ,ZZ9.
001430            05  FILLER               PIC X(2) VALUE SPACES.
001440            05  DET-USER-DEL         PIC ZZZ,ZZ9.
001450            05  FILLER               PIC X(2) VALUE SPACES.
001460            05  DET-USER-ADM         PIC ZZZ,ZZ9.
001470        01  WS-TOTAL-LINE.
001480            05  FILLER               PIC X(25)
001490                VALUE "TOTAL CHANGES ".
001500            05  DET-TOTAL-COUNT      PIC ZZZ,ZZ9.
001510        01  WS-ADM-LINE.
001520            05  FILLER               PIC X(25)
001530                VALUE "GRANTS RAISED TO ADM ".
001540            05  DET-ADM-COUNT        PIC ZZZ,ZZ9.
001550        01  WS-USER-CAP-LINE.
001560            05  FILLER               PIC X(41)
001570                VALUE "*** WARNING: USER LIST INCOMPLETE ***".
001580            05  FILLER               PIC X(39) VALUE SPACES.
001590*
001600        PROCEDURE DIVISION.
001610*
001620        0000-MAIN.
001630            PERFORM 1000-INITIALIZE.
001640            PERFORM 2000-REPORT-ONE-FILE
001650                VARYING WS-PASS-SUB FROM 1 BY 1
001660                UNTIL WS-PASS-SUB > 6.
001670            PERFORM 3000-PRINT-USER-SUMMARY.
001680            PERFORM 9000-WRAP-UP.
001690            STOP RUN.
001700*
001710        1000-INITIALIZE.
001720            OPEN INPUT HELLOJRN-FILE.
001730            IF NOT JRN-STATUS-OK
001740                DISPLAY "HELOJRPT: HELLOJRN OPEN FAILED, STATUS="
001750                WS-JRN-STATUS
001760                STOP RUN
001770            END-IF.
001780            OPEN OUTPUT RPT-FILE.
001790            IF NOT RPT-STATUS-OK
001800                DISPLAY "HELOJRPT: SYSPRINT OPEN FAILED, STATUS="
001810                WS-RPT-STATUS
001820                STOP RUN
001830            END-IF.
001840            ACCEPT HDR-RUN-DATE FROM DATE YYYYMMDD.
001850            WRITE RPT-LINE FROM WS-HDR-LINE-1.
001860            WRITE RPT-LINE FROM WS-HDR-LINE-2.
001870*
001880*     ONE FILE'S SECTION: POSITION AT TODAY'S FIRST JOURNAL
001890*     RECORD AND LIST EVERY RECORD FOR THIS FILE UNTIL THE DATE
001900*     CHANGES OR THE JOURNAL ENDS.
001910        2000-REPORT-ONE-FILE.
001920            MOVE 0 TO WS-FILE-COUNT.
001930            MOVE SPACES TO RPT-LINE.
001940            WRITE RPT-LINE.
001950            MOVE WS-PASS-FILE (WS-PASS-SUB) TO HDR-FILE-NAME.
001960            WRITE RPT-LINE FROM WS-FILE-HDR.
001970            WRITE RPT-LINE FROM WS-COL-HDR.
001980            MOVE "N" TO WS-EOF-SW.
001990            MOVE LOW-VALUES TO JRN-KEY.
002000            MOVE HDR-RUN-DATE TO JRN-DATE.
002010            START HELLOJRN-FILE
002020                KEY IS GREATER THAN OR EQUAL TO JRN-KEY
002030            END-START.
002040            IF JRN-STATUS-OK
002050                PERFORM 2500-READ-JOURNAL-RECORD
002060                PERFORM 2100-PROCESS-JOURNAL-RECORD
002070                    UNTIL WS-EOF
002080            END-IF.
002090            MOVE WS-FILE-COUNT TO DET-FILE-COUNT.
002100            WRITE RPT-LINE FROM WS-FILE-TOTAL.
002110*
002120        2100-PROCESS-JOURNAL-RECORD.
002130            IF JRN-FILE = WS-PASS-FILE (WS-PASS-SUB)
002140                ADD 1 TO WS-FILE-COUNT
002150                ADD 1 TO WS-TOTAL-COUNT
002160                PERFORM 2200-CHECK-ADM-RAISE
002170                PERFORM 2300-PRINT-CHANGE
002180                PERFORM 2400-ACCUM-USER-COUNT
002190            END-IF.
002200            PERFORM 2500-READ-JOURNAL-RECORD.
002210*
002220*     A GRANT IS RAISED TO ADM WHEN THE HELLOAUTH RECORD ENDS UP
002230*     IN THE ADM GROUP AND WAS NOT THERE BEFORE - A NEW ADM
002240*     GRANT (BEFORE IMAGE SPACES) OR A CHANGE INTO ADM.
002250        2200-CHECK-ADM-RAISE.
002260            MOVE "N" TO WS-ADM-SW.
002270            IF JRN-FILE-AUTH
002280                AND JRN-AFTER-GROUP = "ADM"
002290                AND JRN-BEFORE-GROUP NOT = "ADM"
002300                SET WS-RAISED-TO-ADM TO TRUE
002310                ADD 1 TO WS-ADM-COUNT
002320            END-IF.
002330*
002340        2300-PRINT-CHANGE.
002350            MOVE JRN-TIME (1:6) TO DET-TIME.
002360            EVALUATE TRUE
002370                WHEN JRN-ACT-ADD
002380                    MOVE "ADD" TO DET-ACTION
002390                WHEN JRN-ACT-CHANGE
002400                    MOVE "CHANGE" TO DET-ACTION
002410                WHEN JRN-ACT-DELETE
002420                    MOVE "DELETE" TO DET-ACTION
002430                WHEN OTHER
002440                    MOVE JRN-ACTION TO DET-ACTION
002450            END-EVALUATE.
002460            MOVE JRN-REC-KEY TO DET-KEY.
002470            MOVE JRN-USERID TO DET-USERID.
002480            MOVE JRN-TRMID TO DET-TRMID.
002490            MOVE JRN-SOURCE TO DET-SOURCE.
002500            IF WS-RAISED-TO-ADM
002510                MOVE "*** RAISED TO ADM" TO DET-FLAG
002520            ELSE
002530                MOVE SPACES TO DET-FLAG
002540            END-IF.
002550            WRITE RPT-LINE FROM WS-CHG-DETAIL.
002560*     THE BROADCAST RECORD'S KEY AND MESSAGE PARTS NEVER CHANGE,
002570*     SO ONLY ITS TEXT IS SHOWN; THE OTHER FILES' RECORDS FIT
002580*     THE LINE WHOLE.
002590            IF NOT JRN-ACT-ADD
002600                MOVE "    BEFORE: " TO IMG-LABEL
002610                IF JRN-FILE-MSGTBL
002620                    MOVE JRN-BEFORE-IMAGE (28:60) TO IMG-TEXT
002630                ELSE
002640                    MOVE JRN-BEFORE-IMAGE (1:60) TO IMG-TEXT
002650                END-IF
002660                WRITE RPT-LINE FROM WS-IMAGE-LINE
002670            END-IF.
002680            IF NOT JRN-ACT-DELETE
002690                MOVE "    AFTER:  " TO IMG-LABEL
002700                IF JRN-FILE-MSGTBL
002710                    MOVE JRN-AFTER-IMAGE (28:60) TO IMG-TEXT
002720                ELSE
002730                    MOVE JRN-AFTER-IMAGE (1:60) TO IMG-TEXT
002740                END-IF
002750                WRITE RPT-LINE FROM WS-IMAGE-LINE
002760            END-IF.
002770*
002780        2400-ACCUM-USER-COUNT.
002790            MOVE "N" TO WS-FOUND-SW.
002800            PERFORM 2410-MATCH-USER
002810                VARYING WS-USER-SUB FROM 1 BY 1
002820                UNTIL WS-USER-SUB > WS-USER-MAX
002830                OR WS-ENTRY-FOUND.
002840            IF WS-ENTRY-FOUND
002850                SUBTRACT 1 FROM WS-USER-SUB
002860            ELSE
002870                IF WS-USER-MAX < 100
002880                    ADD 1 TO WS-USER-MAX
002890                    MOVE WS-USER-MAX TO WS-USER-SUB
002900                    MOVE JRN-USERID TO WS-USER-ID (WS-USER-SUB)
002910                    MOVE 0 TO WS-USER-ADD (WS-USER-SUB)
002920                    MOVE 0 TO WS-USER-CHG (WS-USER-SUB)
002930                    MOVE 0 TO WS-USER-DEL (WS-USER-SUB)
002940                    MOVE 0 TO WS-USER-ADM (WS-USER-SUB)
002950                    SET WS-ENTRY-FOUND TO TRUE
002960                ELSE
002970                    IF NOT WS-USER-CAP-HIT
002980                        SET WS-USER-CAP-HIT TO TRUE
002990                        DISPLAY "HELOJRPT: OVER 100 USERIDS - "
003000                            "PER-USER BREAKDOWN IS INCOMPLETE"
003010                    END-IF
003020                END-IF
003030            END-IF.
003040            IF WS-ENTRY-FOUND
003050                EVALUATE TRUE
003060                    WHEN JRN-ACT-ADD
003070                        ADD 1 TO WS-USER-ADD (WS-USER-SUB)
003080                    WHEN JRN-ACT-CHANGE
003090                        ADD 1 TO WS-USER-CHG (WS-USER-SUB)
003100                    WHEN JRN-ACT-DELETE
003110                        ADD 1 TO WS-USER-DEL (WS-USER-SUB)
003120                END-EVALUATE
003130                IF WS-RAISED-TO-ADM
003140                    ADD 1 TO WS-USER-ADM (WS-USER-SUB)
003150                END-IF
003160            END-IF.
003170*
003180        2410-MATCH-USER.
003190            IF WS-USER-ID (WS-USER-SUB) = JRN-USERID
003200                SET WS-ENTRY-FOUND TO TRUE
003210            END-IF.
003220*
003230        2500-READ-JOURNAL-RECORD.
003240            READ HELLOJRN-FILE NEXT RECORD
003250                AT END
003260                    SET WS-EOF TO TRUE
003270            END-READ.
003280            IF NOT WS-EOF
003290                AND JRN-DATE NOT = HDR-RUN-DATE
003300                SET WS-EOF TO TRUE
003310            END-IF.
003320*
003330        3000-PRINT-USER-SUMMARY.
003340            MOVE SPACES TO RPT-LINE.
003350            WRITE RPT-LINE.
003360            WRITE RPT-LINE FROM WS-USER-HDR.
003370            WRITE RPT-LINE FROM WS-USER-COL-HDR.
003380            PERFORM 3100-PRINT-USER-LINE
003390                VARYING WS-USER-SUB FROM 1 BY 1
003400                UNTIL WS-USER-SUB > WS-USER-MAX.
003410            IF WS-USER-CAP-HIT
003420                WRITE RPT-LINE FROM WS-USER-CAP-LINE
003430            END-IF.
003440            MOVE SPACES TO RPT-LINE.
003450            WRITE RPT-LINE.
003460            MOVE WS-TOTAL-COUNT TO DET-TOTAL-COUNT.
003470            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003480            MOVE WS-ADM-COUNT TO DET-ADM-COUNT.
003490            WRITE RPT-LINE FROM WS-ADM-LINE.
003500*
003510        3100-PRINT-USER-LINE.
003520            MOVE WS-USER-ID (WS-USER-SUB) TO DET-USER-ID.
003530            MOVE WS-USER-ADD (WS-USER-SUB) TO DET-USER-ADD.
003540            MOVE WS-USER-CHG (WS-USER-SUB) TO DET-USER-CHG.
003550            MOVE WS-USER-DEL (WS-USER-SUB) TO DET-USER-DEL.
003560            MOVE WS-USER-ADM (WS-USER-SUB) TO DET-USER-ADM.
003570            WRITE RPT-LINE FROM WS-USER-DETAIL.
003580*
003590        9000-WRAP-UP.
003600            CLOSE HELLOJRN-FILE.
003610            CLOSE RPT-FILE.
003620            PERFORM 9500-STAMP-RUN-CONTROL.
003630*
003640*     STAMP THIS JOB'S SUCCESSFUL RUN ON THE HELLORUN CONTROL
003650*     FILE SO THE HELR INQUIRY CAN SEE IT. A FAILED STAMP IS
003660*     REPORTED BUT DOES NOT FAIL THE RUN - THE REPORT IS
003670*     ALREADY OUT.
003680        9500-STAMP-RUN-CONTROL.
003690            OPEN I-O RUNCTL-FILE.
003700            IF NOT RUN-STATUS-OK
003710                DISPLAY "HELOJRPT: RUNCTL OPEN FAILED, STATUS="
003720                WS-RUN-STATUS
003730            ELSE
003740                MOVE "HELOJRPT" TO RUN-JOBNAME
003750                MOVE HDR-RUN-DATE TO RUN-LAST-DATE
003760                ACCEPT RUN-LAST-TIME FROM TIME
003770                MOVE "C" TO RUN-STATUS
003780                WRITE HELLORUN-RECORD
003790                IF RUN-STATUS-DUP
003800                    REWRITE HELLORUN-RECORD
003810                END-IF
003820                IF NOT RUN-STATUS-OK
003830                    DISPLAY "HELOJRPT: RUNCTL STAMP FAILED, "
003840                        "STATUS=" WS-RUN-STATUS
003850                END-IF
003860                CLOSE RUNCTL-FILE
003870            END-IF.
