000010*      HELOINTG -- HELLO FILE REFERENTIAL-INTEGRITY CHECK
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELOINTG.
000040*     OVERNIGHT CROSS-CHECK OF THE HELLO KSDS FILES AGAINST EACH
000050*     OTHER. EACH RULE BELOW IS ONE PASS OVER ONE FILE, SO THE
000060*     EXCEPTIONS REPORT COMES OUT GROUPED BY RULE WITH A COUNT
000070*     UNDER EACH AND A SUMMARY AT THE END:
000080*       1  OPERNAME LANGUAGE CODE WITH NO MSGTBL RECORD
000090*       2  OPRPROF LANGUAGE CODE WITH NO MSGTBL RECORD
000100*       3  HELLOAUTH AUTH-DAYS NOT ALL Y/N
000110*       4  HELLOAUTH AUTH-START/AUTH-END NOT A VALID HHMM
000120*       5  HANDOVER NOTE USERID WITH NO HELLOAUTH GRANT
000130*       6  HELLODAY TERMINAL WITH NO OPERNAME RECORD
000140*       7  HELLORUN JOB NOT AT COMPLETE STATUS
000150*       8  HELOCAL ENTRY WITH AN INVALID DATE OR TYPE
000160*     A BLANK LANGUAGE CODE, AUTH-DAYS OR START/END PAIR IS NOT
000170*     AN EXCEPTION - EACH MEANS "NOT SET" TO THE ONLINE SIDE.
000180*     ENDS WITH RETURN CODE 8 WHEN ANY EXCEPTION IS FOUND AND 12
000190*     WHEN A FILE CANNOT BE OPENED OR READ, SO THE SCHEDULER CAN
000200*     HOLD HELLOSYN OR RAISE AN ALERT. RUN IN THE OVERNIGHT
000210*     WINDOW AFTER HELLOEXC HAS WRITTEN THE DAY'S HISTORY.
000220        AUTHOR. ROBERT GOSLING.
000230 ENVIRONMENT DIVISION.
000240        INPUT-OUTPUT SECTION.
000250        FILE-CONTROL.
000260            SELECT OPERNAME-FILE ASSIGN TO OPERNAME
000270                ORGANIZATION IS INDEXED
000280                ACCESS MODE IS DYNAMIC
000290                RECORD KEY IS OPN-KEY
000300                FILE STATUS IS WS-OPN-STATUS.
000310            SELECT OPRPROF-FILE ASSIGN TO OPRPROF
000320                ORGANIZATION IS INDEXED
000330                ACCESS MODE IS SEQUENTIAL
000340                RECORD KEY IS PRF-USERID
000350                FILE STATUS IS WS-PRF-STATUS.
000360            SELECT MSGTBL-FILE ASSIGN TO MSGTBL
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS DYNAMIC
000390                RECORD KEY IS MSG-LANG-CD
000400                FILE STATUS IS WS-MSG-STATUS.
000410            SELECT HELLOAUTH-FILE ASSIGN TO HELAUTH
000420                ORGANIZATION IS INDEXED
000430                ACCESS MODE IS DYNAMIC
000440                RECORD KEY IS AUTH-USERID
000450                FILE STATUS IS WS-AUTH-STATUS.
000460            SELECT HANDOVER-FILE ASSIGN TO HANDOVER
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS SEQUENTIAL
000490                RECORD KEY IS HND-KEY
000500                FILE STATUS IS WS-HND-STATUS.
000510            SELECT HELLODAY-FILE ASSIGN TO HELODAY
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS SEQUENTIAL
000540                RECORD KEY IS DAY-KEY
000550                FILE STATUS IS WS-DAY-STATUS.
000560            SELECT HELOCAL-FILE ASSIGN TO HELOCAL
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS SEQUENTIAL
000590                RECORD KEY IS CAL-DATE
000600                FILE STATUS IS WS-CAL-STATUS.
000610            SELECT RPT-FILE ASSIGN TO SYSPRINT
000620                ORGANIZATION IS LINE SEQUENTIAL
000630                FILE STATUS IS WS-RPT-STATUS.
000640            SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000650                ORGANIZATION IS INDEXED
000660                ACCESS MODE IS DYNAMIC
000670                RECORD KEY IS RUN-JOBNAME
000680                FILE STATUS IS WS-RUN-STATUS.
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD  OPERNAME-FILE.
000720        COPY OPERNAM.
000730        FD  OPRPROF-FILE.
000740        COPY OPRPROF.
000750*     LANGUAGE RECORDS LOADED BEFORE MSG-BCAST-TEXT EXISTED ARE
000760*     SHORTER; ONLY THE KEY MATTERS HERE.
000770        FD  MSGTBL-FILE
000780            RECORD IS VARYING IN SIZE FROM 27 TO 87 CHARACTERS
000790            DEPENDING ON WS-MSG-RECLEN.
000800        COPY MSGTBL.
000810*     GRANTS LOADED BEFORE THE SHIFT-WINDOW FIELDS EXISTED ARE
000820*     SHORTER; THE LENGTH READ SAYS WHICH IS WHICH.
000830        FD  HELLOAUTH-FILE
000840            RECORD IS VARYING IN SIZE FROM 31 TO 46 CHARACTERS
000850            DEPENDING ON WS-AUTH-RECLEN.
000860        COPY HELLOAUTH.
000870*     AS IN HELONRPT - NOTES FILED BEFORE THE ACKNOWLEDGEMENT
000880*     FIELDS EXISTED ARE SHORTER.
000890        FD  HANDOVER-FILE
000900            RECORD IS VARYING IN SIZE FROM 98 TO 122 CHARACTERS
000910            DEPENDING ON WS-HND-RECLEN.
000920        COPY HNDOVR.
000930        FD  HELLODAY-FILE.
000940        COPY HELODAY.
000950        FD  HELOCAL-FILE.
000960        COPY HELOCAL.
000970        FD  RPT-FILE.
000980        01  RPT-LINE                PIC X(80).
000990        FD  RUNCTL-FILE.
001000        COPY HELORUN.
001010        WORKING-STORAGE SECTION.
001020*
001030        01  WS-OPN-STATUS           PIC X(2) VALUE SPACES.
001040            88  OPN-STATUS-OK       VALUE "00".
001050            88  OPN-STATUS-NOTFND   VALUE "23".
001060            88  OPN-STATUS-EOF      VALUE "10".
001070        01  WS-PRF-STATUS           PIC X(2) VALUE SPACES.
001080            88  PRF-STATUS-OK       VALUE "00".
001090            88  PRF-STATUS-EOF      VALUE "10".
001100        01  WS-MSG-STATUS           PIC X(2) VALUE SPACES.
001110            88  MSG-STATUS-OK       VALUE "00".
001120            88  MSG-STATUS-NOTFND   VALUE "23".
001130        01  WS-AUTH-STATUS          PIC X(2) VALUE SPACES.
001140            88  AUTH-STATUS-OK      VALUE "00".
001150            88  AUTH-STATUS-NOTFND  VALUE "23".
001160            88  AUTH-STATUS-EOF     VALUE "10".
001170        01  WS-HND-STATUS           PIC X(2) VALUE SPACES.
001180            88  HND-STATUS-OK       VALUE "00".
001190            88  HND-STATUS-EOF      VALUE "10".
001200        01  WS-DAY-STATUS           PIC X(2) VALUE SPACES.
001210            88  DAY-STATUS-OK       VALUE "00".
001220            88  DAY-STATUS-EOF      VALUE "10".
001230        01  WS-CAL-STATUS           PIC X(2) VALUE SPACES.
001240            88  CAL-STATUS-OK       VALUE "00".
001250            88  CAL-STATUS-EOF      VALUE "10".
001260        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
001270            88  RPT-STATUS-OK       VALUE "00".
001280        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
001290            88  RUN-STATUS-OK       VALUE "00".
001300            88  RUN-STATUS-DUP      VALUE "22".
001310            88  RUN-STATUS-EOF      VALUE "10".
001320*
001330        01  WS-MSG-RECLEN           PIC 9(4) COMP VALUE 0.
001340        01  WS-AUTH-RECLEN          PIC 9(4) COMP VALUE 0.
001350        01  WS-HND-RECLEN           PIC 9(4) COMP VALUE 0.
001360*
001370*     ONE END-OF-FILE SWITCH, RESET AT THE START OF EACH PASS.
001380        01  WS-EOF-SW               PIC X(1) VALUE "N".
001390            88  WS-EOF              VALUE "Y".
001400        01  WS-FOUND-SW             PIC X(1) VALUE "N".
001410            88  WS-ENTRY-FOUND      VALUE "Y".
001420        01  WS-LANG-SW              PIC X(1) VALUE "Y".
001430            88  WS-LANG-FOUND       VALUE "Y".
001440        01  WS-HHMM-SW              PIC X(1) VALUE "Y".
001450            88  WS-HHMM-VALID       VALUE "Y".
001460        01  WS-WINDOW-SW            PIC X(1) VALUE "Y".
001470            88  WS-WINDOW-VALID     VALUE "Y".
001475        01  WS-CAL-SW               PIC X(1) VALUE "Y".
001477            88  WS-CAL-VALID        VALUE "Y".
001480*
001490*     SET THE FIRST TIME EITHER TABLE BELOW OVERFLOWS, SO THE
001500*     REPORT SAYS ITS LIST IS INCOMPLETE, AS IN HELLOREC.
001510        01  WS-ORPHAN-CAP-SW        PIC X(1) VALUE "N".
001520            88  WS-ORPHAN-CAP-HIT   VALUE "Y".
001530        01  WS-TERM-CAP-SW          PIC X(1) VALUE "N".
001540            88  WS-TERM-CAP-HIT     VALUE "Y".
001550*
001560        01  WS-SUB                  PIC S9(4) COMP VALUE 0.
001570        01  WS-FOUND-SUB            PIC S9(4) COMP VALUE 0.
001580        01  WS-RULE-NO              PIC S9(4) COMP VALUE 0.
001590        01  WS-YN-COUNT             PIC S9(4) COMP VALUE 0.
001600        01  WS-LOOKUP-LANG          PIC X(2) VALUE SPACES.
001610*
001620*     A SHIFT-WINDOW TIME UNDER EDIT (SEE 6100-EDIT-HHMM).
001630        01  WS-HHMM                 PIC X(4) VALUE SPACES.
001640        01  WS-HHMM-PARTS REDEFINES WS-HHMM.
001650            05  WS-HHMM-HH          PIC 9(2).
001660            05  WS-HHMM-MM          PIC 9(2).
001670*
001680*     A CALENDAR DATE UNDER EDIT, AS IN HELM'S CALENDAR SCREEN.
001690        01  WS-CAL-DATE-IN          PIC X(8) VALUE SPACES.
001700        01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-IN.
001710            05  WS-CAL-YYYY         PIC 9(4).
001720            05  WS-CAL-MM           PIC 9(2).
001730                88  WS-CAL-MM-VALID VALUE 1 THRU 12.
001740            05  WS-CAL-DD           PIC 9(2).
001750                88  WS-CAL-DD-VALID VALUE 1 THRU 31.
001760*
001770        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
001780*
001790*     RECORDS READ PER FILE, FOR THE SUMMARY.
001800        01  WS-OPN-READ             PIC S9(7) COMP-3 VALUE 0.
001810        01  WS-PRF-READ             PIC S9(7) COMP-3 VALUE 0.
001820        01  WS-AUTH-READ            PIC S9(7) COMP-3 VALUE 0.
001830        01  WS-HND-READ             PIC S9(7) COMP-3 VALUE 0.
001840        01  WS-DAY-READ             PIC S9(7) COMP-3 VALUE 0.
001850        01  WS-RUN-READ             PIC S9(7) COMP-3 VALUE 0.
001860        01  WS-CAL-READ             PIC S9(7) COMP-3 VALUE 0.
001870        01  WS-TOTAL-EXCEPTIONS     PIC S9(7) COMP-3 VALUE 0.
001880        01  WS-IO-ERROR-COUNT       PIC S9(7) COMP-3 VALUE 0.
001890*
001900*     RULE TITLES AND EXCEPTION COUNTS, INDEXED BY RULE NUMBER.
001910        01  WS-RULE-TITLES.
001920            05  FILLER              PIC X(46) VALUE
001930                "OPERNAME LANGUAGE CODE WITH NO MSGTBL RECORD".
001940            05  FILLER              PIC X(46) VALUE
001950                "OPRPROF LANGUAGE CODE WITH NO MSGTBL RECORD".
001960            05  FILLER              PIC X(46) VALUE
001970                "HELLOAUTH AUTH-DAYS NOT ALL Y/N".
001980            05  FILLER              PIC X(46) VALUE
001990                "HELLOAUTH AUTH-START/AUTH-END NOT A VALID HHMM".
002000            05  FILLER              PIC X(46) VALUE
002010                "HANDOVER NOTE USERID WITH NO HELLOAUTH GRANT".
002020            05  FILLER              PIC X(46) VALUE
002030                "HELLODAY TERMINAL WITH NO OPERNAME RECORD".
002040            05  FILLER              PIC X(46) VALUE
002050                "HELLORUN JOB NOT AT COMPLETE STATUS".
002060            05  FILLER              PIC X(46) VALUE
002070                "HELOCAL ENTRY WITH AN INVALID DATE OR TYPE".
002080        01  FILLER REDEFINES WS-RULE-TITLES.
002090            05  WS-RULE-TITLE       PIC X(46) OCCURS 8 TIMES.
002100        01  WS-RULE-COUNTS.
002110            05  WS-RULE-COUNT       PIC S9(7) COMP-3
002120                OCCURS 8 TIMES VALUE 0.
002130*
002140*     DISTINCT USERIDS WITH HANDOVER NOTES BUT NO GRANT, WITH
002150*     THE NUMBER OF NOTES AND THE NAME ON THE LATEST ONE READ.
002160        01  WS-ORPHAN-MAX           PIC S9(4) COMP VALUE 0.
002170        01  WS-ORPHAN-TABLE.
002180            05  WS-ORPHAN-ENTRY     OCCURS 500 TIMES.
002190                10  WS-ORPHAN-USERID    PIC X(8).
002200                10  WS-ORPHAN-NAME      PIC X(20).
002210                10  WS-ORPHAN-NOTES     PIC S9(7) COMP-3.
002220*
002230*     DISTINCT HELLODAY TERMINALS, EACH LOOKED UP ON OPERNAME
002240*     ONCE, WITH THE LATEST DAY IT CARRIED VOLUME.
002250        01  WS-TERM-MAX             PIC S9(4) COMP VALUE 0.
002260        01  WS-TERM-TABLE.
002270            05  WS-TERM-ENTRY       OCCURS 500 TIMES.
002280                10  WS-TERM-TRMID       PIC X(4).
002290                10  WS-TERM-LAST-DATE   PIC X(8).
002300                10  WS-TERM-MISSING-SW  PIC X(1).
002310                    88  WS-TERM-MISSING VALUE "Y".
002320*
002330        01  WS-HDR-LINE-1.
002340            05  FILLER               PIC X(18) VALUE SPACES.
002350            05  FILLER               PIC X(44)
002360                VALUE "HELLO FILE INTEGRITY EXCEPTIONS REPORT".
002370            05  FILLER               PIC X(18) VALUE SPACES.
002380        01  WS-HDR-LINE-2.
002390            05  FILLER               PIC X(18) VALUE SPACES.
002400            05  FILLER               PIC X(10) VALUE "RUN DATE ".
002410            05  HDR-RUN-DATE         PIC X(8).
002420            05  FILLER               PIC X(44) VALUE SPACES.
002430        01  WS-RULE-HDR.
002440            05  FILLER               PIC X(5) VALUE "RULE ".
002450            05  HDR-RULE-NO          PIC 9.
002460            05  FILLER               PIC X(3) VALUE " - ".
002470            05  HDR-RULE-TITLE       PIC X(46).
002480            05  FILLER               PIC X(25) VALUE SPACES.
002490        01  WS-DETAIL-LINE.
002500            05  FILLER               PIC X(2) VALUE SPACES.
002510            05  DET-KEY-LABEL        PIC X(9) VALUE SPACES.
002520            05  DET-KEY              PIC X(10) VALUE SPACES.
002530            05  DET-FIELD-LABEL      PIC X(11) VALUE SPACES.
002540            05  DET-FIELD            PIC X(12) VALUE SPACES.
002550            05  DET-NOTE             PIC X(36) VALUE SPACES.
002560        01  WS-RULE-TOTAL-LINE.
002570            05  FILLER               PIC X(2) VALUE SPACES.
002580            05  FILLER               PIC X(17)
002590                VALUE "EXCEPTIONS, RULE ".
002600            05  DET-RULE-NO          PIC 9.
002610            05  FILLER               PIC X(2) VALUE SPACES.
002620            05  DET-RULE-COUNT       PIC ZZZ,ZZ9.
002630            05  FILLER               PIC X(51) VALUE SPACES.
002640        01  WS-NONE-LINE.
002650            05  FILLER               PIC X(8) VALUE "  (NONE)".
002660        01  WS-CAP-LINE.
002670            05  FILLER               PIC X(45) VALUE
002680                "*** WARNING: LIST INCOMPLETE - TABLE FULL ***".
002690            05  FILLER               PIC X(35) VALUE SPACES.
002700        01  WS-SUMMARY-HDR.
002710            05  FILLER               PIC X(50) VALUE
002720                "SUMMARY BY RULE".
002730            05  FILLER               PIC X(30) VALUE
002740                "        EXCEPTIONS".
002750        01  WS-SUMMARY-LINE.
002760            05  FILLER               PIC X(2) VALUE SPACES.
002770            05  FILLER               PIC X(5) VALUE "RULE ".
002780            05  SUM-RULE-NO          PIC 9.
002790            05  FILLER               PIC X(2) VALUE SPACES.
002800            05  SUM-RULE-TITLE       PIC X(46).
002810            05  FILLER               PIC X(5) VALUE SPACES.
002820            05  SUM-RULE-COUNT       PIC ZZZ,ZZ9.
002830            05  FILLER               PIC X(12) VALUE SPACES.
002840        01  WS-TOTAL-LINE.
002850            05  DET-TOTAL-LABEL      PIC X(30).
002860            05  DET-TOTAL-COUNT      PIC ZZZ,ZZ9.
002870        01  WS-RESULT-LINE.
002880            05  FILLER               PIC X(8) VALUE "RESULT: ".
002890            05  DET-RESULT           PIC X(40).
002900            05  FILLER               PIC X(13)
002905                VALUE " RETURN CODE ".
002910            05  DET-RETURN-CODE      PIC Z9.
002920            05  FILLER               PIC X(17) VALUE SPACES.
002930*
002940        PROCEDURE DIVISION.
002950*
002960        0000-MAIN.
002970            PERFORM 1000-INITIALIZE.
002980            PERFORM 2000-CHECK-OPERNAME-LANG.
002990            PERFORM 2100-CHECK-PROFILE-LANG.
003000            PERFORM 2200-CHECK-AUTH-DAYS.
003010            PERFORM 2300-CHECK-AUTH-TIMES.
003020            PERFORM 2400-CHECK-HANDOVER-USERS.
003030            PERFORM 2500-CHECK-DAY-TERMINALS.
003040            PERFORM 2600-CHECK-RUN-STATUS.
003050            PERFORM 2700-CHECK-CALENDAR.
003060            PERFORM 8000-PRINT-SUMMARY.
003070            PERFORM 9000-WRAP-UP.
003080            STOP RUN.
003090*
003100*     EVERY FILE IS OPENED UP FRONT SO A MISSING DD STOPS THE
003110*     RUN BEFORE ANY OF THE REPORT IS WRITTEN. HELLORUN IS READ
003120*     HERE AND REOPENED FOR UPDATE BY THE STAMP AT THE END.
003130        1000-INITIALIZE.
003140            OPEN INPUT OPERNAME-FILE.
003150            IF NOT OPN-STATUS-OK
003160                DISPLAY "HELOINTG: OPERNAME OPEN FAILED, STATUS="
003170                WS-OPN-STATUS
003180                MOVE 12 TO RETURN-CODE
003190                STOP RUN
003200            END-IF.
003210            OPEN INPUT OPRPROF-FILE.
003220            IF NOT PRF-STATUS-OK
003230                DISPLAY "HELOINTG: OPRPROF OPEN FAILED, STATUS="
003240                WS-PRF-STATUS
003250                MOVE 12 TO RETURN-CODE
003260                STOP RUN
003270            END-IF.
003280            OPEN INPUT MSGTBL-FILE.
003290            IF NOT MSG-STATUS-OK
003300                DISPLAY "HELOINTG: MSGTBL OPEN FAILED, STATUS="
003310                WS-MSG-STATUS
003320                MOVE 12 TO RETURN-CODE
003330                STOP RUN
003340            END-IF.
003350            OPEN INPUT HELLOAUTH-FILE.
003360            IF NOT AUTH-STATUS-OK
003370                DISPLAY "HELOINTG: HELLOAUTH OPEN FAILED, STATUS="
003380                WS-AUTH-STATUS
003390                MOVE 12 TO RETURN-CODE
003400                STOP RUN
003410            END-IF.
003420            OPEN INPUT HANDOVER-FILE.
003430            IF NOT HND-STATUS-OK
003440                DISPLAY "HELOINTG: HANDOVER OPEN FAILED, STATUS="
003450                WS-HND-STATUS
003460                MOVE 12 TO RETURN-CODE
003470                STOP RUN
003480            END-IF.
003490            OPEN INPUT HELLODAY-FILE.
003500            IF NOT DAY-STATUS-OK
003510                DISPLAY "HELOINTG: HELLODAY OPEN FAILED, STATUS="
003520                WS-DAY-STATUS
003530                MOVE 12 TO RETURN-CODE
003540                STOP RUN
003550            END-IF.
003560            OPEN INPUT HELOCAL-FILE.
003570            IF NOT CAL-STATUS-OK
003580                DISPLAY "HELOINTG: HELOCAL OPEN FAILED, STATUS="
003590                WS-CAL-STATUS
003600                MOVE 12 TO RETURN-CODE
003610                STOP RUN
003620            END-IF.
003630            OPEN INPUT RUNCTL-FILE.
003640            IF NOT RUN-STATUS-OK
003650                DISPLAY "HELOINTG: RUNCTL OPEN FAILED, STATUS="
003660                WS-RUN-STATUS
003670                MOVE 12 TO RETURN-CODE
003680                STOP RUN
003690            END-IF.
003700            OPEN OUTPUT RPT-FILE.
003710            IF NOT RPT-STATUS-OK
003720                DISPLAY "HELOINTG: SYSPRINT OPEN FAILED, STATUS="
003730                WS-RPT-STATUS
003740                MOVE 12 TO RETURN-CODE
003750                STOP RUN
003760            END-IF.
003770            ACCEPT HDR-RUN-DATE FROM DATE YYYYMMDD.
003780            WRITE RPT-LINE FROM WS-HDR-LINE-1.
003790            WRITE RPT-LINE FROM WS-HDR-LINE-2.
003800*
003810*     RULE 1 - A CODED OPERNAME LANGUAGE WITH NO MSGTBL RECORD
003820*     FALLS BACK TO THE DEFAULT GREETING IN HELLO'S 3050 WITHOUT
003830*     A WORD TO ANYONE.
003840        2000-CHECK-OPERNAME-LANG.
003850            MOVE 1 TO WS-RULE-NO.
003860            PERFORM 7000-START-RULE.
003870            PERFORM 2050-READ-OPERNAME.
003880            PERFORM 2010-CHECK-ONE-OPERNAME
003890                UNTIL WS-EOF.
003900            PERFORM 7200-END-RULE.
003910*
003920        2010-CHECK-ONE-OPERNAME.
003930            ADD 1 TO WS-OPN-READ.
003940            IF OPN-LANG-CD NOT = SPACES
003950                MOVE OPN-LANG-CD TO WS-LOOKUP-LANG
003960                PERFORM 6000-LOOKUP-LANGUAGE
003970                IF NOT WS-LANG-FOUND
003980                    MOVE "TERMINAL" TO DET-KEY-LABEL
003990                    MOVE OPN-KEY TO DET-KEY
004000                    MOVE "LANG CODE" TO DET-FIELD-LABEL
004010                    MOVE OPN-LANG-CD TO DET-FIELD
004020                    MOVE OPN-NAME TO DET-NOTE
004030                    PERFORM 7100-WRITE-EXCEPTION
004040                END-IF
004050            END-IF.
004060            PERFORM 2050-READ-OPERNAME.
004070*
004080        2050-READ-OPERNAME.
004090            READ OPERNAME-FILE NEXT RECORD
004100                AT END
004110                    SET WS-EOF TO TRUE
004120            END-READ.
004130            IF NOT WS-EOF AND NOT OPN-STATUS-OK
004140                DISPLAY "HELOINTG: OPERNAME READ FAILED, STATUS="
004150                    WS-OPN-STATUS
004160                ADD 1 TO WS-IO-ERROR-COUNT
004170                SET WS-EOF TO TRUE
004180            END-IF.
004190*
004200*     RULE 2 - THE SAME TEST FOR THE PER-USER PROFILE, WHICH
004210*     HELLO READS AHEAD OF OPERNAME.
004220        2100-CHECK-PROFILE-LANG.
004230            MOVE 2 TO WS-RULE-NO.
004240            PERFORM 7000-START-RULE.
004250            PERFORM 2150-READ-PROFILE.
004260            PERFORM 2110-CHECK-ONE-PROFILE
004270                UNTIL WS-EOF.
004280            PERFORM 7200-END-RULE.
004290*
004300        2110-CHECK-ONE-PROFILE.
004310            ADD 1 TO WS-PRF-READ.
004320            IF PRF-LANG-CD NOT = SPACES
004330                MOVE PRF-LANG-CD TO WS-LOOKUP-LANG
004340                PERFORM 6000-LOOKUP-LANGUAGE
004350                IF NOT WS-LANG-FOUND
004360                    MOVE "USERID" TO DET-KEY-LABEL
004370                    MOVE PRF-USERID TO DET-KEY
004380                    MOVE "LANG CODE" TO DET-FIELD-LABEL
004390                    MOVE PRF-LANG-CD TO DET-FIELD
004400                    MOVE PRF-NAME TO DET-NOTE
004410                    PERFORM 7100-WRITE-EXCEPTION
004420                END-IF
004430            END-IF.
004440            PERFORM 2150-READ-PROFILE.
004450*
004460        2150-READ-PROFILE.
004470            READ OPRPROF-FILE NEXT RECORD
004480                AT END
004490                    SET WS-EOF TO TRUE
004500            END-READ.
004510            IF NOT WS-EOF AND NOT PRF-STATUS-OK
004520                DISPLAY "HELOINTG: OPRPROF READ FAILED, STATUS="
004530                    WS-PRF-STATUS
004540                ADD 1 TO WS-IO-ERROR-COUNT
004550                SET WS-EOF TO TRUE
004560            END-IF.
004570*
004580*     RULE 3 - AUTH-DAYS IS ONE Y/N BYTE PER DAY, SUNDAY FIRST.
004590*     0680 TESTS ONLY FOR 'Y', SO ANY OTHER BYTE SILENTLY SHUTS
004600*     THE USER OUT FOR THAT DAY.
004610        2200-CHECK-AUTH-DAYS.
004620            MOVE 3 TO WS-RULE-NO.
004630            PERFORM 7000-START-RULE.
004640            PERFORM 2250-READ-AUTH.
004650            PERFORM 2210-CHECK-ONE-AUTH-DAYS
004660                UNTIL WS-EOF.
004670            PERFORM 7200-END-RULE.
004680*
004690        2210-CHECK-ONE-AUTH-DAYS.
004700            ADD 1 TO WS-AUTH-READ.
004710            IF AUTH-DAYS NOT = SPACES
004720                MOVE 0 TO WS-YN-COUNT
004730                INSPECT AUTH-DAYS TALLYING WS-YN-COUNT
004740                    FOR ALL "Y" ALL "N"
004750                IF WS-YN-COUNT NOT = 7
004760                    MOVE "USERID" TO DET-KEY-LABEL
004770                    MOVE AUTH-USERID TO DET-KEY
004780                    MOVE "AUTH-DAYS" TO DET-FIELD-LABEL
004790                    MOVE AUTH-DAYS TO DET-FIELD
004800                    MOVE AUTH-NAME TO DET-NOTE
004810                    PERFORM 7100-WRITE-EXCEPTION
004820                END-IF
004830            END-IF.
004840            PERFORM 2250-READ-AUTH.
004850*
004860*     A GRANT SHORTER THAN THE FULL RECORD PREDATES THE SHIFT
004870*     WINDOW, SO THOSE FIELDS ARE CLEARED RATHER THAN TRUSTED.
004880        2250-READ-AUTH.
004890            READ HELLOAUTH-FILE NEXT RECORD
004900                AT END
004910                    SET WS-EOF TO TRUE
004920            END-READ.
004930            IF NOT WS-EOF
004940                IF NOT AUTH-STATUS-OK
004950                    DISPLAY "HELOINTG: HELLOAUTH READ FAILED, "
004960                        "STATUS=" WS-AUTH-STATUS
004970                    ADD 1 TO WS-IO-ERROR-COUNT
004980                    SET WS-EOF TO TRUE
004990                ELSE
005000                    IF WS-AUTH-RECLEN < LENGTH OF HELLOAUTH-RECORD
005010                        MOVE SPACES TO AUTH-DAYS AUTH-START
005015                            AUTH-END
005020                    END-IF
005030                END-IF
005040            END-IF.
005050*
005060*     RULE 4 - A SECOND PASS OVER HELLOAUTH FOR THE WINDOW TIMES.
005070*     BOTH BLANK MEANS ALL DAY; OTHERWISE EACH MUST BE A REAL
005080*     HHMM, SINCE 0680 COMPARES THEM AS TEXT AND ONE BLANK TIME
005090*     QUIETLY DROPS THE WHOLE WINDOW.
005100        2300-CHECK-AUTH-TIMES.
005110            MOVE 4 TO WS-RULE-NO.
005120            PERFORM 7000-START-RULE.
005130            MOVE LOW-VALUES TO AUTH-USERID.
005140            START HELLOAUTH-FILE
005150                KEY IS NOT LESS THAN AUTH-USERID
005160                INVALID KEY
005170                    SET WS-EOF TO TRUE
005180            END-START.
005190            IF NOT WS-EOF
005200                PERFORM 2250-READ-AUTH
005210            END-IF.
005220            PERFORM 2310-CHECK-ONE-AUTH-TIMES
005230                UNTIL WS-EOF.
005240            PERFORM 7200-END-RULE.
005250*
005260        2310-CHECK-ONE-AUTH-TIMES.
005270            IF AUTH-START NOT = SPACES OR AUTH-END NOT = SPACES
005280                SET WS-WINDOW-VALID TO TRUE
005290                MOVE AUTH-START TO WS-HHMM
005300                PERFORM 6100-EDIT-HHMM
005310                IF NOT WS-HHMM-VALID
005320                    MOVE "N" TO WS-WINDOW-SW
005330                END-IF
005340                MOVE AUTH-END TO WS-HHMM
005350                PERFORM 6100-EDIT-HHMM
005360                IF NOT WS-HHMM-VALID
005370                    MOVE "N" TO WS-WINDOW-SW
005380                END-IF
005390                IF NOT WS-WINDOW-VALID
005400                    MOVE "USERID" TO DET-KEY-LABEL
005410                    MOVE AUTH-USERID TO DET-KEY
005420                    MOVE "START/END" TO DET-FIELD-LABEL
005430                    STRING AUTH-START DELIMITED BY SIZE
005440                        "-" DELIMITED BY SIZE
005450                        AUTH-END DELIMITED BY SIZE
005460                        INTO DET-FIELD
005470                    END-STRING
005480                    MOVE AUTH-NAME TO DET-NOTE
005490                    PERFORM 7100-WRITE-EXCEPTION
005500                END-IF
005510            END-IF.
005520            PERFORM 2250-READ-AUTH.
005530*
005540*     RULE 5 - NOTES WRITTEN BY SOMEONE WHOSE GRANT HAS SINCE
005550*     BEEN REMOVED. LISTED ONCE PER USERID WITH A NOTE COUNT;
005560*     THE RULE COUNT IS THE NUMBER OF USERIDS.
005570        2400-CHECK-HANDOVER-USERS.
005580            MOVE 5 TO WS-RULE-NO.
005590            PERFORM 7000-START-RULE.
005600            PERFORM 2450-READ-NOTE.
005610            PERFORM 2410-CHECK-ONE-NOTE
005620                UNTIL WS-EOF.
005630            PERFORM 2430-LIST-ORPHAN-USERID
005640                VARYING WS-SUB FROM 1 BY 1
005650                UNTIL WS-SUB > WS-ORPHAN-MAX.
005660            IF WS-ORPHAN-CAP-HIT
005670                WRITE RPT-LINE FROM WS-CAP-LINE
005680            END-IF.
005690            PERFORM 7200-END-RULE.
005700*
005710        2410-CHECK-ONE-NOTE.
005720            ADD 1 TO WS-HND-READ.
005730            MOVE HND-USERID TO AUTH-USERID.
005740            READ HELLOAUTH-FILE
005750                KEY IS AUTH-USERID
005760            END-READ.
005770            IF AUTH-STATUS-NOTFND
005780                PERFORM 2420-ACCUM-ORPHAN-NOTE
005790            ELSE
005800                IF NOT AUTH-STATUS-OK
005810                    DISPLAY "HELOINTG: HELLOAUTH READ FAILED, "
005815                        "KEY=" AUTH-USERID
005820                        " STATUS=" WS-AUTH-STATUS
005830                    ADD 1 TO WS-IO-ERROR-COUNT
005840                END-IF
005850            END-IF.
005860            PERFORM 2450-READ-NOTE.
005870*
005880        2420-ACCUM-ORPHAN-NOTE.
005890            MOVE "N" TO WS-FOUND-SW.
005900            PERFORM 2425-FIND-ORPHAN-USERID
005910                VARYING WS-SUB FROM 1 BY 1
005920                UNTIL WS-SUB > WS-ORPHAN-MAX
005930                   OR WS-ENTRY-FOUND.
005940            IF WS-ENTRY-FOUND
005950                ADD 1 TO WS-ORPHAN-NOTES (WS-FOUND-SUB)
005960                MOVE HND-OPER-NAME
005965                    TO WS-ORPHAN-NAME (WS-FOUND-SUB)
005970            ELSE
005980                IF WS-ORPHAN-MAX < 500
005990                    ADD 1 TO WS-ORPHAN-MAX
006000                    MOVE HND-USERID
006003                        TO WS-ORPHAN-USERID (WS-ORPHAN-MAX)
006010                    MOVE HND-OPER-NAME
006013                        TO WS-ORPHAN-NAME (WS-ORPHAN-MAX)
006020                    MOVE 1 TO WS-ORPHAN-NOTES (WS-ORPHAN-MAX)
006030                ELSE
006040                    SET WS-ORPHAN-CAP-HIT TO TRUE
006050                END-IF
006060            END-IF.
006070*
006080        2425-FIND-ORPHAN-USERID.
006090            IF WS-ORPHAN-USERID (WS-SUB) = HND-USERID
006100                SET WS-ENTRY-FOUND TO TRUE
006110                MOVE WS-SUB TO WS-FOUND-SUB
006120            END-IF.
006130*
006140        2430-LIST-ORPHAN-USERID.
006150            MOVE "USERID" TO DET-KEY-LABEL.
006160            MOVE WS-ORPHAN-USERID (WS-SUB) TO DET-KEY.
006170            MOVE "NOTES" TO DET-FIELD-LABEL.
006180            MOVE WS-ORPHAN-NOTES (WS-SUB) TO WS-EDIT-COUNT.
006190            MOVE WS-EDIT-COUNT TO DET-FIELD.
006200            MOVE WS-ORPHAN-NAME (WS-SUB) TO DET-NOTE.
006210            PERFORM 7100-WRITE-EXCEPTION.
006220*
006230        2450-READ-NOTE.
006240            READ HANDOVER-FILE NEXT RECORD
006250                AT END
006260                    SET WS-EOF TO TRUE
006270            END-READ.
006280            IF NOT WS-EOF AND NOT HND-STATUS-OK
006290                DISPLAY "HELOINTG: HANDOVER READ FAILED, STATUS="
006300                    WS-HND-STATUS
006310                ADD 1 TO WS-IO-ERROR-COUNT
006320                SET WS-EOF TO TRUE
006330            END-IF.
006340*
006350*     RULE 6 - TERMINALS CARRYING HELLO VOLUME IN THE DAILY
006360*     HISTORY THAT HAVE NO OPERNAME RECORD. THE REGION-WIDE '****'
006370*     RECORDS ARE SKIPPED. EACH TERMINAL IS LOOKED UP ONCE AND
006380*     LISTED ONCE, WITH THE LATEST DAY IT SHOWS UP ON.
006390        2500-CHECK-DAY-TERMINALS.
006400            MOVE 6 TO WS-RULE-NO.
006410            PERFORM 7000-START-RULE.
006420            PERFORM 2550-READ-DAY.
006430            PERFORM 2510-CHECK-ONE-DAY
006440                UNTIL WS-EOF.
006450            PERFORM 2530-LIST-MISSING-TERMINAL
006460                VARYING WS-SUB FROM 1 BY 1
006470                UNTIL WS-SUB > WS-TERM-MAX.
006480            IF WS-TERM-CAP-HIT
006490                WRITE RPT-LINE FROM WS-CAP-LINE
006500            END-IF.
006510            PERFORM 7200-END-RULE.
006520*
006530        2510-CHECK-ONE-DAY.
006540            ADD 1 TO WS-DAY-READ.
006550            IF NOT DAY-REGION-REC
006560                MOVE "N" TO WS-FOUND-SW
006570                PERFORM 2525-FIND-TERMINAL
006580                    VARYING WS-SUB FROM 1 BY 1
006590                    UNTIL WS-SUB > WS-TERM-MAX
006600                       OR WS-ENTRY-FOUND
006610                IF WS-ENTRY-FOUND
006620                    IF DAY-DATE > WS-TERM-LAST-DATE (WS-FOUND-SUB)
006630                        MOVE DAY-DATE
006640                            TO WS-TERM-LAST-DATE (WS-FOUND-SUB)
006650                    END-IF
006660                ELSE
006670                    PERFORM 2520-ADD-TERMINAL
006680                END-IF
006690            END-IF.
006700            PERFORM 2550-READ-DAY.
006710*
006720        2520-ADD-TERMINAL.
006730            IF WS-TERM-MAX < 500
006740                ADD 1 TO WS-TERM-MAX
006750                MOVE DAY-TRMID TO WS-TERM-TRMID (WS-TERM-MAX)
006760                MOVE DAY-DATE TO WS-TERM-LAST-DATE (WS-TERM-MAX)
006770                MOVE "N" TO WS-TERM-MISSING-SW (WS-TERM-MAX)
006780                MOVE DAY-TRMID TO OPN-KEY
006790                READ OPERNAME-FILE
006800                    KEY IS OPN-KEY
006810                END-READ
006820                IF OPN-STATUS-NOTFND
006830                    MOVE "Y" TO WS-TERM-MISSING-SW (WS-TERM-MAX)
006840                ELSE
006850                    IF NOT OPN-STATUS-OK
006860                        DISPLAY "HELOINTG: OPERNAME READ "
006865                            "FAILED, KEY="
006870                            OPN-KEY " STATUS=" WS-OPN-STATUS
006880                        ADD 1 TO WS-IO-ERROR-COUNT
006890                    END-IF
006900                END-IF
006910            ELSE
006920                SET WS-TERM-CAP-HIT TO TRUE
006930            END-IF.
006940*
006950        2525-FIND-TERMINAL.
006960            IF WS-TERM-TRMID (WS-SUB) = DAY-TRMID
006970                SET WS-ENTRY-FOUND TO TRUE
006980                MOVE WS-SUB TO WS-FOUND-SUB
006990            END-IF.
007000*
007010        2530-LIST-MISSING-TERMINAL.
007020            IF WS-TERM-MISSING (WS-SUB)
007030                MOVE "TERMINAL" TO DET-KEY-LABEL
007040                MOVE WS-TERM-TRMID (WS-SUB) TO DET-KEY
007050                MOVE "LAST DAY" TO DET-FIELD-LABEL
007060                MOVE WS-TERM-LAST-DATE (WS-SUB) TO DET-FIELD
007065                MOVE "NOT ON OPERNAME" TO DET-NOTE
007070                PERFORM 7100-WRITE-EXCEPTION
007080            END-IF.
007090*
007100        2550-READ-DAY.
007110            READ HELLODAY-FILE NEXT RECORD
007120                AT END
007130                    SET WS-EOF TO TRUE
007140            END-READ.
007150            IF NOT WS-EOF AND NOT DAY-STATUS-OK
007160                DISPLAY "HELOINTG: HELLODAY READ FAILED, STATUS="
007170                    WS-DAY-STATUS
007180                ADD 1 TO WS-IO-ERROR-COUNT
007190                SET WS-EOF TO TRUE
007200            END-IF.
007210*
007220*     RULE 7 - A JOB WHOSE LAST RUN DID NOT FINISH. THE FILE IS
007230*     CLOSED AFTER THIS PASS SO 9500 CAN REOPEN IT FOR UPDATE.
007240        2600-CHECK-RUN-STATUS.
007250            MOVE 7 TO WS-RULE-NO.
007260            PERFORM 7000-START-RULE.
007270            PERFORM 2650-READ-RUN.
007280            PERFORM 2610-CHECK-ONE-RUN
007290                UNTIL WS-EOF.
007300            CLOSE RUNCTL-FILE.
007310            PERFORM 7200-END-RULE.
007320*
007330        2610-CHECK-ONE-RUN.
007340            ADD 1 TO WS-RUN-READ.
007350            IF NOT RUN-STAT-COMPLETE
007360                MOVE "JOB" TO DET-KEY-LABEL
007370                MOVE RUN-JOBNAME TO DET-KEY
007380                MOVE "STATUS" TO DET-FIELD-LABEL
007390                MOVE RUN-STATUS TO DET-FIELD
007400                STRING "LAST RUN " DELIMITED BY SIZE
007410                    RUN-LAST-DATE DELIMITED BY SIZE
007420                    " " DELIMITED BY SIZE
007430                    RUN-LAST-TIME (1:2) DELIMITED BY SIZE
007440                    ":" DELIMITED BY SIZE
007450                    RUN-LAST-TIME (3:2) DELIMITED BY SIZE
007460                    INTO DET-NOTE
007470                END-STRING
007480                PERFORM 7100-WRITE-EXCEPTION
007490            END-IF.
007500            PERFORM 2650-READ-RUN.
007510*
007520        2650-READ-RUN.
007530            READ RUNCTL-FILE NEXT RECORD
007540                AT END
007550                    SET WS-EOF TO TRUE
007560            END-READ.
007570            IF NOT WS-EOF AND NOT RUN-STATUS-OK
007580                DISPLAY "HELOINTG: RUNCTL READ FAILED, STATUS="
007590                    WS-RUN-STATUS
007600                ADD 1 TO WS-IO-ERROR-COUNT
007610                SET WS-EOF TO TRUE
007620            END-IF.
007630*
007640*     RULE 8 - A CALENDAR KEY THAT IS NOT A YYYYMMDD DATE NEVER
007650*     MATCHES A REAL DAY, AND A TYPE OTHER THAN H OR C IS NEITHER
007660*     A HOLIDAY NOR A CLOSURE TO ANY READER OF THE FILE.
007670        2700-CHECK-CALENDAR.
007680            MOVE 8 TO WS-RULE-NO.
007690            PERFORM 7000-START-RULE.
007700            PERFORM 2750-READ-CALENDAR.
007710            PERFORM 2710-CHECK-ONE-CALENDAR
007720                UNTIL WS-EOF.
007730            PERFORM 7200-END-RULE.
007740*
007750        2710-CHECK-ONE-CALENDAR.
007760            ADD 1 TO WS-CAL-READ.
007770            MOVE CAL-DATE TO WS-CAL-DATE-IN.
007772            MOVE "Y" TO WS-CAL-SW.
007774            IF WS-CAL-DATE-IN IS NOT NUMERIC
007776                OR NOT CAL-TYPE-VALID
007778                MOVE "N" TO WS-CAL-SW
007780            ELSE
007782                IF NOT WS-CAL-MM-VALID
007784                    OR NOT WS-CAL-DD-VALID
007786                    MOVE "N" TO WS-CAL-SW
007788                END-IF
007790            END-IF.
007800            IF NOT WS-CAL-VALID
007820                MOVE "DATE" TO DET-KEY-LABEL
007830                MOVE CAL-DATE TO DET-KEY
007840                MOVE "TYPE" TO DET-FIELD-LABEL
007850                MOVE CAL-TYPE TO DET-FIELD
007860                MOVE CAL-DESC TO DET-NOTE
007870                PERFORM 7100-WRITE-EXCEPTION
007880            END-IF.
007890            PERFORM 2750-READ-CALENDAR.
007900*
007910        2750-READ-CALENDAR.
007920            READ HELOCAL-FILE NEXT RECORD
007930                AT END
007940                    SET WS-EOF TO TRUE
007950            END-READ.
007960            IF NOT WS-EOF AND NOT CAL-STATUS-OK
007970                DISPLAY "HELOINTG: HELOCAL READ FAILED, STATUS="
007980                    WS-CAL-STATUS
007990                ADD 1 TO WS-IO-ERROR-COUNT
008000                SET WS-EOF TO TRUE
008010            END-IF.
008020*
008030*     LOOK UP THE CODE IN WS-LOOKUP-LANG ON MSGTBL. A READ
008040*     ERROR IS COUNTED AS AN I/O ERROR, NOT AS A MISSING CODE.
008050        6000-LOOKUP-LANGUAGE.
008060            SET WS-LANG-FOUND TO TRUE.
008070            MOVE WS-LOOKUP-LANG TO MSG-LANG-CD.
008080            READ MSGTBL-FILE
008090                KEY IS MSG-LANG-CD
008100            END-READ.
008110            IF MSG-STATUS-NOTFND
008120                MOVE "N" TO WS-LANG-SW
008130            ELSE
008140                IF NOT MSG-STATUS-OK
008150                    DISPLAY "HELOINTG: MSGTBL READ FAILED, KEY="
008160                        MSG-LANG-CD " STATUS=" WS-MSG-STATUS
008170                    ADD 1 TO WS-IO-ERROR-COUNT
008180                END-IF
008190            END-IF.
008200*
008210*     WS-HHMM MUST BE FOUR DIGITS, HOURS 00-23 AND MINUTES 00-59.
008220        6100-EDIT-HHMM.
008230            SET WS-HHMM-VALID TO TRUE.
008240            IF WS-HHMM IS NOT NUMERIC
008250                MOVE "N" TO WS-HHMM-SW
008260            ELSE
008270                IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
008280                    MOVE "N" TO WS-HHMM-SW
008290                END-IF
008300            END-IF.
008310*
008320*     EACH RULE OPENS WITH ITS TITLE AND CLOSES WITH ITS COUNT.
008330*     THE SHARED EOF SWITCH IS RESET HERE FOR THE RULE'S PASS.
008340        7000-START-RULE.
008350            MOVE "N" TO WS-EOF-SW.
008360            MOVE WS-RULE-NO TO HDR-RULE-NO.
008370            MOVE WS-RULE-TITLE (WS-RULE-NO) TO HDR-RULE-TITLE.
008380            MOVE SPACES TO RPT-LINE.
008390            WRITE RPT-LINE.
008400            WRITE RPT-LINE FROM WS-RULE-HDR.
008410*
008420        7100-WRITE-EXCEPTION.
008430            ADD 1 TO WS-RULE-COUNT (WS-RULE-NO).
008440            ADD 1 TO WS-TOTAL-EXCEPTIONS.
008450            WRITE RPT-LINE FROM WS-DETAIL-LINE.
008460            MOVE SPACES TO DET-KEY-LABEL DET-KEY DET-FIELD-LABEL
008470                DET-FIELD DET-NOTE.
008480*
008490        7200-END-RULE.
008500            IF WS-RULE-COUNT (WS-RULE-NO) = 0
008510                WRITE RPT-LINE FROM WS-NONE-LINE
008520            END-IF.
008530            MOVE WS-RULE-NO TO DET-RULE-NO.
008540            MOVE WS-RULE-COUNT (WS-RULE-NO) TO DET-RULE-COUNT.
008550            WRITE RPT-LINE FROM WS-RULE-TOTAL-LINE.
008560*
008570*     ONE LINE PER RULE, THE RECORDS READ FROM EACH FILE, AND THE
008580*     RETURN CODE THE STEP WILL END WITH: 12 FOR A READ ERROR
008590*     (THE CHECK IS INCOMPLETE), ELSE 8 FOR ANY EXCEPTION.
008600        8000-PRINT-SUMMARY.
008610            MOVE SPACES TO RPT-LINE.
008620            WRITE RPT-LINE.
008630            WRITE RPT-LINE FROM WS-SUMMARY-HDR.
008640            PERFORM 8100-PRINT-RULE-SUMMARY
008650                VARYING WS-RULE-NO FROM 1 BY 1
008660                UNTIL WS-RULE-NO > 8.
008670            MOVE "TOTAL EXCEPTIONS" TO DET-TOTAL-LABEL.
008680            MOVE WS-TOTAL-EXCEPTIONS TO DET-TOTAL-COUNT.
008690            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008700            MOVE SPACES TO RPT-LINE.
008710            WRITE RPT-LINE.
008720            MOVE "OPERNAME RECORDS READ" TO DET-TOTAL-LABEL.
008730            MOVE WS-OPN-READ TO DET-TOTAL-COUNT.
008740            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008750            MOVE "OPRPROF RECORDS READ" TO DET-TOTAL-LABEL.
008760            MOVE WS-PRF-READ TO DET-TOTAL-COUNT.
008770            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008780            MOVE "HELLOAUTH RECORDS READ" TO DET-TOTAL-LABEL.
008790            MOVE WS-AUTH-READ TO DET-TOTAL-COUNT.
008800            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008810            MOVE "HANDOVER NOTES READ" TO DET-TOTAL-LABEL.
008820            MOVE WS-HND-READ TO DET-TOTAL-COUNT.
008830            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008840            MOVE "HELLODAY RECORDS READ" TO DET-TOTAL-LABEL.
008850            MOVE WS-DAY-READ TO DET-TOTAL-COUNT.
008860            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008870            MOVE "HELLORUN RECORDS READ" TO DET-TOTAL-LABEL.
008880            MOVE WS-RUN-READ TO DET-TOTAL-COUNT.
008890            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008900            MOVE "HELOCAL RECORDS READ" TO DET-TOTAL-LABEL.
008910            MOVE WS-CAL-READ TO DET-TOTAL-COUNT.
008920            WRITE RPT-LINE FROM WS-TOTAL-LINE.
008930            IF WS-IO-ERROR-COUNT > 0
008940                MOVE "FILE READ ERRORS" TO DET-TOTAL-LABEL
008950                MOVE WS-IO-ERROR-COUNT TO DET-TOTAL-COUNT
008960                WRITE RPT-LINE FROM WS-TOTAL-LINE
008970            END-IF.
008980            EVALUATE TRUE
008990                WHEN WS-IO-ERROR-COUNT > 0
009000                    MOVE 12 TO RETURN-CODE
009010                    MOVE "READ ERRORS - CHECK IS INCOMPLETE"
009020                        TO DET-RESULT
009030                WHEN WS-TOTAL-EXCEPTIONS > 0
009040                    MOVE 8 TO RETURN-CODE
009050                    MOVE "EXCEPTIONS FOUND" TO DET-RESULT
009060                WHEN OTHER
009070                    MOVE 0 TO RETURN-CODE
009080                    MOVE "ALL FILES AGREE" TO DET-RESULT
009090            END-EVALUATE.
009100            MOVE RETURN-CODE TO DET-RETURN-CODE.
009110            MOVE SPACES TO RPT-LINE.
009120            WRITE RPT-LINE.
009130            WRITE RPT-LINE FROM WS-RESULT-LINE.
009140*
009150        8100-PRINT-RULE-SUMMARY.
009160            MOVE WS-RULE-NO TO SUM-RULE-NO.
009170            MOVE WS-RULE-TITLE (WS-RULE-NO) TO SUM-RULE-TITLE.
009180            MOVE WS-RULE-COUNT (WS-RULE-NO) TO SUM-RULE-COUNT.
009190            WRITE RPT-LINE FROM WS-SUMMARY-LINE.
009200*
009210        9000-WRAP-UP.
009220            CLOSE OPERNAME-FILE.
009230            CLOSE OPRPROF-FILE.
009240            CLOSE MSGTBL-FILE.
009250            CLOSE HELLOAUTH-FILE.
009260            CLOSE HANDOVER-FILE.
009270            CLOSE HELLODAY-FILE.
009280            CLOSE HELOCAL-FILE.
009290            CLOSE RPT-FILE.
009300            PERFORM 9500-STAMP-RUN-CONTROL.
009310*
009320*     STAMP THIS JOB'S RUN ON THE HELLORUN CONTROL FILE SO THE
009330*     HELR INQUIRY CAN SEE IT. THE STAMP MEANS THE CHECK RAN TO
009340*     THE END, WHATEVER IT FOUND - THE RETURN CODE CARRIES THAT.
009350*     A FAILED STAMP IS REPORTED BUT DOES NOT FAIL THE RUN.
009360        9500-STAMP-RUN-CONTROL.
009370            OPEN I-O RUNCTL-FILE.
009380            IF NOT RUN-STATUS-OK
009390                DISPLAY "HELOINTG: RUNCTL OPEN FAILED, STATUS="
009400                WS-RUN-STATUS
009410            ELSE
009420                MOVE "HELOINTG" TO RUN-JOBNAME
009430                MOVE HDR-RUN-DATE TO RUN-LAST-DATE
009440                ACCEPT RUN-LAST-TIME FROM TIME
009450                MOVE "C" TO RUN-STATUS
009460                WRITE HELLORUN-RECORD
009470                IF RUN-STATUS-DUP
009480                    REWRITE HELLORUN-RECORD
009490                END-IF
009500                IF NOT RUN-STATUS-OK
009510                    DISPLAY "HELOINTG: RUNCTL STAMP FAILED, "
009520                        "STATUS=" WS-RUN-STATUS
009530                END-IF
009540                CLOSE RUNCTL-FILE
009550            END-IF.
