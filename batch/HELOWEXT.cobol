000010*      HELOWEXT -- HELLO NIGHTLY DATA-WAREHOUSE EXTRACT
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELOWEXT.
000040*     BATCH COMPANION TO THE HELLO CICS TRANSACTION SUITE. WRITES
000050*     THE DAY'S HELLO ACTIVITY AS THREE FIXED-FORMAT FILES FOR THE
000060*     ENTERPRISE WAREHOUSE LOAD (LAYOUTS IN HELOWEX): THE DAY'S
000070*     HELLOAUD RECORDS WITH EACH USERID'S AUTH-GROUP AS IT STANDS
000080*     AT EXTRACT TIME, THE DAY'S HELLODAY PER-TERMINAL AND '****'
000090*     REGION TOTALS, AND THE DAY'S HELOHIST ERRORS WITH THEIR
000100*     RESP/RESP2. EACH FILE CARRIES A HEADER WITH THE BUSINESS
000110*     DATE AND A TRAILER WITH RECORD COUNTS AND A HASH TOTAL. RUN
000120*     IN THE OVERNIGHT WINDOW AFTER HELLOEXC HAS WRITTEN THE DAY'S
000130*     HELLODAY RECORDS (ITS HELLORUN STAMP IS CHECKED) AND BEFORE
000140*     HELLOARC TRIMS THE AUDIT FILE (HELLOARC CHECKS THIS JOB'S).
000150        AUTHOR. ROBERT GOSLING.
000160 ENVIRONMENT DIVISION.
000170        INPUT-OUTPUT SECTION.
000180        FILE-CONTROL.
000190            SELECT HELLOAUD-FILE ASSIGN TO HELLOAUD
000200                ORGANIZATION IS INDEXED
000210                ACCESS MODE IS SEQUENTIAL
000220                RECORD KEY IS AUD-KEY
000230                FILE STATUS IS WS-AUD-STATUS.
000240            SELECT HELLOAUTH-FILE ASSIGN TO HELAUTH
000250                ORGANIZATION IS INDEXED
000260                ACCESS MODE IS RANDOM
000270                RECORD KEY IS AUTH-USERID
000280                FILE STATUS IS WS-AUTH-STATUS.
000290            SELECT HELLODAY-FILE ASSIGN TO HELODAY
000300                ORGANIZATION IS INDEXED
000310                ACCESS MODE IS DYNAMIC
000320                RECORD KEY IS DAY-KEY
000330                FILE STATUS IS WS-DAY-STATUS.
000340            SELECT HELOHIST-FILE ASSIGN TO HELOHIST
000350                ORGANIZATION IS INDEXED
000360                ACCESS MODE IS DYNAMIC
000370                RECORD KEY IS HIST-KEY
000380                FILE STATUS IS WS-HIST-STATUS.
000390            SELECT AUDEXT-FILE ASSIGN TO AUDEXT
000400                ORGANIZATION IS SEQUENTIAL
000410                FILE STATUS IS WS-AUDEXT-STATUS.
000420            SELECT DAYEXT-FILE ASSIGN TO DAYEXT
000430                ORGANIZATION IS SEQUENTIAL
000440                FILE STATUS IS WS-DAYEXT-STATUS.
000450            SELECT ERREXT-FILE ASSIGN TO ERREXT
000460                ORGANIZATION IS SEQUENTIAL
000470                FILE STATUS IS WS-ERREXT-STATUS.
000480            SELECT RPT-FILE ASSIGN TO SYSPRINT
000490                ORGANIZATION IS LINE SEQUENTIAL
000500                FILE STATUS IS WS-RPT-STATUS.
000510            SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS DYNAMIC
000540                RECORD KEY IS RUN-JOBNAME
000550                FILE STATUS IS WS-RUN-STATUS.
000560        DATA DIVISION.
000570        FILE SECTION.
000580        FD  HELLOAUD-FILE.
000590        COPY HELLOAUD.
000600        FD  HELLOAUTH-FILE.
000610        COPY HELLOAUTH.
000620        FD  HELLODAY-FILE.
000630        COPY HELODAY.
000640        FD  HELOHIST-FILE.
000650        COPY HELOHIST.
000660        FD  AUDEXT-FILE.
000670        01  AUDEXT-RECORD           PIC X(80).
000680        FD  DAYEXT-FILE.
000690        01  DAYEXT-RECORD           PIC X(200).
000700        FD  ERREXT-FILE.
000710        01  ERREXT-RECORD           PIC X(80).
000720        FD  RPT-FILE.
000730        01  RPT-LINE                PIC X(80).
000740        FD  RUNCTL-FILE.
000750        COPY HELORUN.
000760        WORKING-STORAGE SECTION.
000770*
000780        01  WS-AUD-STATUS           PIC X(2) VALUE SPACES.
000790            88  AUD-STATUS-OK       VALUE "00".
000800        01  WS-AUTH-STATUS          PIC X(2) VALUE SPACES.
000810            88  AUTH-STATUS-OK      VALUE "00".
000820            88  AUTH-STATUS-NOTFND  VALUE "23".
000830        01  WS-DAY-STATUS           PIC X(2) VALUE SPACES.
000840            88  DAY-STATUS-OK       VALUE "00".
000850        01  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
000860            88  HIST-STATUS-OK      VALUE "00".
000870        01  WS-AUDEXT-STATUS        PIC X(2) VALUE SPACES.
000880            88  AUDEXT-STATUS-OK    VALUE "00".
000890        01  WS-DAYEXT-STATUS        PIC X(2) VALUE SPACES.
000900            88  DAYEXT-STATUS-OK    VALUE "00".
000910        01  WS-ERREXT-STATUS        PIC X(2) VALUE SPACES.
000920            88  ERREXT-STATUS-OK    VALUE "00".
000930        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
000940            88  RPT-STATUS-OK       VALUE "00".
000950        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
000960            88  RUN-STATUS-OK       VALUE "00".
000970            88  RUN-STATUS-DUP      VALUE "22".
000980*     KEY BEING CHECKED BY 0910, KEPT ASIDE BECAUSE A FAILED
000990*     READ LEAVES THE RECORD AREA UNPREDICTABLE.
001000        01  WS-PREREQ-JOB           PIC X(8) VALUE SPACES.
001010*
001020        01  WS-EOF-SW               PIC X(1) VALUE "N".
001030            88  WS-EOF               VALUE "Y".
001040*
001050*     THE BUSINESS DATE IS THE RUN DATE, AS FOR THE OTHER
001060*     OVERNIGHT JOBS. WS-TODAY-AUD IS THE SAME DATE RECAST AS
001070*     MM/DD/YY TO MATCH AUD-DATE AND HIST-DATE (WRITTEN BY THE
001080*     ONLINE PROGRAMS' FORMATTIME MMDDYY).
001090        01  WS-TODAY                PIC X(8) VALUE SPACES.
001100        01  WS-TODAY-AUD            PIC X(8) VALUE SPACES.
001110        01  WS-RUN-TIME             PIC X(8) VALUE SPACES.
001120        01  WS-HOUR-SUB             PIC S9(4) COMP VALUE 0.
001130*
001140*     AN MM/DD/YY DATE REARRANGED TO YYYYMMDD FOR THE EXTRACT.
001150*     THE CENTURY IS FIXED AT 20, AS IN HELLOARC.
001160        01  WS-EXT-DATE.
001170            05  FILLER              PIC X(2) VALUE "20".
001180            05  WS-EXT-YY           PIC X(2).
001190            05  WS-EXT-MM           PIC X(2).
001200            05  WS-EXT-DD           PIC X(2).
001210*
001220*     PER-FILE CONTROL TOTALS - DETAIL RECORDS WRITTEN AND THE
001230*     HASH TOTAL THAT GOES ON THE TRAILER (SEE HELOWEX).
001240        01  WS-AUD-COUNT            PIC S9(9) COMP-3 VALUE 0.
001250        01  WS-AUD-HASH             PIC S9(15) COMP-3 VALUE 0.
001260        01  WS-NOGRANT-COUNT        PIC S9(9) COMP-3 VALUE 0.
001270        01  WS-DAY-COUNT            PIC S9(9) COMP-3 VALUE 0.
001280        01  WS-DAY-HASH             PIC S9(15) COMP-3 VALUE 0.
001290        01  WS-HIST-COUNT           PIC S9(9) COMP-3 VALUE 0.
001300        01  WS-HIST-HASH            PIC S9(15) COMP-3 VALUE 0.
001302*
001304*     THE FILE BEING EXTRACTED AND ITS TOTALS, SET BY EACH
001306*     EXTRACT FOR 6000-BUILD-HEADER AND 6100-BUILD-TRAILER.
001308        01  WS-HT-FILE-ID           PIC X(8) VALUE SPACES.
001310        01  WS-HT-DETAIL-COUNT      PIC S9(9) COMP-3 VALUE 0.
001312        01  WS-HT-HASH              PIC S9(15) COMP-3 VALUE 0.
001314*
001320        COPY HELOWEX.
001330*
001340        01  WS-HDR-LINE-1.
001350            05  FILLER               PIC X(20) VALUE SPACES.
001360            05  FILLER               PIC X(40)
001370                VALUE "HELLO WAREHOUSE EXTRACT CONTROL TOTALS".
001380            05  FILLER               PIC X(20) VALUE SPACES.
001390        01  WS-HDR-LINE-2.
001400            05  FILLER               PIC X(20) VALUE SPACES.
001410            05  FILLER               PIC X(15)
001420                VALUE "BUSINESS DATE ".
001430            05  HDR-RUN-DATE         PIC X(8).
001440            05  FILLER               PIC X(37) VALUE SPACES.
001450        01  WS-COL-HDR.
001460            05  FILLER               PIC X(40) VALUE
001470                "FILE        DETAIL RECS   TOTAL RECS    ".
001480            05  FILLER               PIC X(40) VALUE
001490                "          HASH TOTAL".
001500        01  WS-CTL-LINE.
001510            05  DET-FILE-ID          PIC X(8).
001520            05  FILLER               PIC X(4) VALUE SPACES.
001530            05  DET-DETAIL-COUNT     PIC ZZZ,ZZZ,ZZ9.
001540            05  FILLER               PIC X(2) VALUE SPACES.
001550            05  DET-RECORD-COUNT     PIC ZZZ,ZZZ,ZZ9.
001560            05  FILLER               PIC X(2) VALUE SPACES.
001570            05  DET-HASH-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001580            05  FILLER               PIC X(23) VALUE SPACES.
001590        01  WS-NOGRANT-LINE.
001600            05  FILLER               PIC X(40)
001610                VALUE "AUDIT RECORDS WITH NO CURRENT GRANT ".
001620            05  DET-NOGRANT-COUNT    PIC ZZZ,ZZZ,ZZ9.
001630            05  FILLER               PIC X(29) VALUE SPACES.
001640*
001650        PROCEDURE DIVISION.
001660*
001670        0000-MAIN.
001680            PERFORM 1000-INITIALIZE.
001690            PERFORM 2000-EXTRACT-AUDIT.
001700            PERFORM 3000-EXTRACT-VOLUME.
001710            PERFORM 4000-EXTRACT-ERRORS.
001720            PERFORM 5000-PRINT-CONTROL-TOTALS.
001730            PERFORM 9000-WRAP-UP.
001740            STOP RUN.
001750*
001760        1000-INITIALIZE.
001770            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001780            ACCEPT WS-RUN-TIME FROM TIME.
001790            PERFORM 0900-CHECK-PREREQ-STAMPS.
001800            STRING WS-TODAY (5:2) DELIMITED BY SIZE
001810                "/" DELIMITED BY SIZE
001820                WS-TODAY (7:2) DELIMITED BY SIZE
001830                "/" DELIMITED BY SIZE
001840                WS-TODAY (3:2) DELIMITED BY SIZE
001850                INTO WS-TODAY-AUD
001860            END-STRING.
001870            MOVE WS-TODAY TO HDR-RUN-DATE.
001880            OPEN INPUT HELLOAUD-FILE.
001890            IF NOT AUD-STATUS-OK
001900                DISPLAY "HELOWEXT: HELLOAUD OPEN FAILED, STATUS="
001910                WS-AUD-STATUS
001920                STOP RUN
001930            END-IF.
001940            OPEN INPUT HELLOAUTH-FILE.
001950            IF NOT AUTH-STATUS-OK
001960                DISPLAY "HELOWEXT: HELLOAUTH OPEN FAILED, STATUS="
001970                WS-AUTH-STATUS
001980                STOP RUN
001990            END-IF.
002000            OPEN INPUT HELLODAY-FILE.
002010            IF NOT DAY-STATUS-OK
002020                DISPLAY "HELOWEXT: HELODAY OPEN FAILED, STATUS="
002030                WS-DAY-STATUS
002040                STOP RUN
002050            END-IF.
002060            OPEN INPUT HELOHIST-FILE.
002070            IF NOT HIST-STATUS-OK
002080                DISPLAY "HELOWEXT: HELOHIST OPEN FAILED, STATUS="
002090                WS-HIST-STATUS
002100                STOP RUN
002110            END-IF.
002120            OPEN OUTPUT AUDEXT-FILE.
002130            IF NOT AUDEXT-STATUS-OK
002140                DISPLAY "HELOWEXT: AUDEXT OPEN FAILED, STATUS="
002150                WS-AUDEXT-STATUS
002160                STOP RUN
002170            END-IF.
002180            OPEN OUTPUT DAYEXT-FILE.
002190            IF NOT DAYEXT-STATUS-OK
002200                DISPLAY "HELOWEXT: DAYEXT OPEN FAILED, STATUS="
002210                WS-DAYEXT-STATUS
002220                STOP RUN
002230            END-IF.
002240            OPEN OUTPUT ERREXT-FILE.
002250            IF NOT ERREXT-STATUS-OK
002260                DISPLAY "HELOWEXT: ERREXT OPEN FAILED, STATUS="
002270                WS-ERREXT-STATUS
002280                STOP RUN
002290            END-IF.
002300            OPEN OUTPUT RPT-FILE.
002310            IF NOT RPT-STATUS-OK
002320                DISPLAY "HELOWEXT: SYSPRINT OPEN FAILED, STATUS="
002330                WS-RPT-STATUS
002340                STOP RUN
002350            END-IF.
002360*
002370*     HELLODAY ONLY HOLDS THE DAY'S TOTALS ONCE HELLOEXC HAS RUN,
002380*     SO ITS STAMP IS CHECKED THE WAY HELLOARC CHECKS ITS OWN
002390*     PREREQUISITES. NO STAMP, A STALE DATE, OR AN INCOMPLETE
002400*     STATUS ENDS THE RUN BEFORE ANY EXTRACT IS OPENED.
002410        0900-CHECK-PREREQ-STAMPS.
002420            OPEN INPUT RUNCTL-FILE.
002430            IF NOT RUN-STATUS-OK
002440                DISPLAY "HELOWEXT: RUNCTL OPEN FAILED, STATUS="
002450                WS-RUN-STATUS
002460                STOP RUN
002470            END-IF.
002480            MOVE "HELLOEXC" TO RUN-JOBNAME.
002490            PERFORM 0910-CHECK-ONE-STAMP.
002500            CLOSE RUNCTL-FILE.
002510*
002520        0910-CHECK-ONE-STAMP.
002530            MOVE RUN-JOBNAME TO WS-PREREQ-JOB.
002540            READ RUNCTL-FILE
002550                KEY IS RUN-JOBNAME
002560            END-READ.
002570            IF NOT RUN-STATUS-OK
002580                OR RUN-LAST-DATE NOT = WS-TODAY
002590                OR NOT RUN-STAT-COMPLETE
002600                DISPLAY "HELOWEXT: NO COMPLETE " WS-PREREQ-JOB
002610                    " STAMP FOR TODAY - RUN THE OVERNIGHT "
002620                    "JOBS IN SEQUENCE"
002630                STOP RUN
002640            END-IF.
002650*
002660*     THE AUDIT KEY LEADS WITH THE TERMINAL, SO THE DAY'S RECORDS
002670*     ARE SPREAD THROUGH THE FILE - IT IS READ FRONT TO BACK AND
002680*     FILTERED ON THE DATE, AS HELLORPT DOES.
002690        2000-EXTRACT-AUDIT.
002700            MOVE "HELLOAUD" TO WS-HT-FILE-ID.
002710            PERFORM 6000-BUILD-HEADER.
002720            WRITE AUDEXT-RECORD FROM WEX-HEADER-RECORD.
002730            PERFORM 6900-CHECK-AUDEXT-WRITE.
002740            MOVE "N" TO WS-EOF-SW.
002750            PERFORM 2500-READ-AUDIT-RECORD.
002760            PERFORM 2100-EXTRACT-AUDIT-RECORD
002770                UNTIL WS-EOF.
002790            MOVE WS-AUD-COUNT TO WS-HT-DETAIL-COUNT.
002800            MOVE WS-AUD-HASH TO WS-HT-HASH.
002810            PERFORM 6100-BUILD-TRAILER.
002820            WRITE AUDEXT-RECORD FROM WEX-TRAILER-RECORD.
002830            PERFORM 6900-CHECK-AUDEXT-WRITE.
002840*
002850        2100-EXTRACT-AUDIT-RECORD.
002860            IF AUD-DATE = WS-TODAY-AUD
002870                MOVE SPACES TO WEX-AUD-DETAIL
002880                MOVE "D" TO WEX-A-REC-TYPE
002890                MOVE AUD-DATE (7:2) TO WS-EXT-YY
002900                MOVE AUD-DATE (1:2) TO WS-EXT-MM
002910                MOVE AUD-DATE (4:2) TO WS-EXT-DD
002920                MOVE WS-EXT-DATE TO WEX-A-DATE
002930                MOVE AUD-TIME (1:6) TO WEX-A-TIME
002940                MOVE AUD-TRMID TO WEX-A-TRMID
002950                MOVE AUD-TASKN TO WEX-A-TASKN
002960                MOVE AUD-USERID TO WEX-A-USERID
002970                PERFORM 2200-LOOKUP-AUTH-GROUP
002980                WRITE AUDEXT-RECORD FROM WEX-AUD-DETAIL
002990                PERFORM 6900-CHECK-AUDEXT-WRITE
003000                ADD 1 TO WS-AUD-COUNT
003010                ADD AUD-TASKN TO WS-AUD-HASH
003020            END-IF.
003030            PERFORM 2500-READ-AUDIT-RECORD.
003040*
003050*     THE GROUP AS IT STANDS NOW. A PRE-GROUP RECORD'S SPACES
003060*     READ AS GENERAL (SEE HELLOAUTH), SO THEY ARE SHOWN AS GEN;
003070*     A USERID WITH NO GRANT LEFT GETS SPACES AND FLAG 'N'.
003080        2200-LOOKUP-AUTH-GROUP.
003090            MOVE SPACES TO HELLOAUTH-RECORD.
003100            MOVE AUD-USERID TO AUTH-USERID.
003110            READ HELLOAUTH-FILE
003120                KEY IS AUTH-USERID
003130            END-READ.
003140            IF AUTH-STATUS-OK
003150                MOVE "Y" TO WEX-A-GRANT-FLAG
003160                IF AUTH-GROUP = SPACES
003170                    MOVE "GEN" TO WEX-A-AUTH-GROUP
003180                ELSE
003190                    MOVE AUTH-GROUP TO WEX-A-AUTH-GROUP
003200                END-IF
003210            ELSE
003220                MOVE "N" TO WEX-A-GRANT-FLAG
003230                MOVE SPACES TO WEX-A-AUTH-GROUP
003240                ADD 1 TO WS-NOGRANT-COUNT
003250                IF NOT AUTH-STATUS-NOTFND
003260                    DISPLAY "HELOWEXT: HELLOAUTH READ FAILED, "
003270                        "KEY=" AUD-USERID
003280                        " STATUS=" WS-AUTH-STATUS
003290                END-IF
003300            END-IF.
003310*
003320        2500-READ-AUDIT-RECORD.
003330            READ HELLOAUD-FILE NEXT RECORD
003340                AT END
003350                    SET WS-EOF TO TRUE
003360            END-READ.
003370*
003380*     THE HELLODAY KEY LEADS WITH THE DATE (YYYYMMDD), SO THE
003390*     DAY'S TERMINAL RECORDS AND ITS '****' REGION RECORD ARE ONE
003400*     KEYED START AND A SHORT FORWARD READ.
003410        3000-EXTRACT-VOLUME.
003420            MOVE "HELLODAY" TO WS-HT-FILE-ID.
003430            PERFORM 6000-BUILD-HEADER.
003440            WRITE DAYEXT-RECORD FROM WEX-HEADER-RECORD.
003450            PERFORM 6910-CHECK-DAYEXT-WRITE.
003460            MOVE "N" TO WS-EOF-SW.
003470            MOVE LOW-VALUES TO DAY-KEY.
003480            MOVE WS-TODAY TO DAY-DATE.
003490            START HELLODAY-FILE
003500                KEY IS GREATER THAN OR EQUAL TO DAY-KEY
003510            END-START.
003520            IF DAY-STATUS-OK
003530                PERFORM 3500-READ-DAY-RECORD
003540            ELSE
003550                SET WS-EOF TO TRUE
003560            END-IF.
003570            PERFORM 3100-EXTRACT-DAY-RECORD
003580                UNTIL WS-EOF.
003600            MOVE WS-DAY-COUNT TO WS-HT-DETAIL-COUNT.
003610            MOVE WS-DAY-HASH TO WS-HT-HASH.
003620            PERFORM 6100-BUILD-TRAILER.
003630            WRITE DAYEXT-RECORD FROM WEX-TRAILER-RECORD.
003640            PERFORM 6910-CHECK-DAYEXT-WRITE.
003650*
003660        3100-EXTRACT-DAY-RECORD.
003670            MOVE SPACES TO WEX-DAY-DETAIL.
003680            MOVE "D" TO WEX-D-REC-TYPE.
003690            MOVE DAY-DATE TO WEX-D-DATE.
003700            MOVE DAY-TRMID TO WEX-D-TRMID.
003710            MOVE DAY-TOTAL TO WEX-D-TOTAL.
003720            PERFORM 3150-MOVE-HOUR-COUNT
003730                VARYING WS-HOUR-SUB FROM 1 BY 1
003740                UNTIL WS-HOUR-SUB > 24.
003750            WRITE DAYEXT-RECORD FROM WEX-DAY-DETAIL.
003760            PERFORM 6910-CHECK-DAYEXT-WRITE.
003770            ADD 1 TO WS-DAY-COUNT.
003780            ADD DAY-TOTAL TO WS-DAY-HASH.
003790            PERFORM 3500-READ-DAY-RECORD.
003800*
003810        3150-MOVE-HOUR-COUNT.
003820            MOVE DAY-HOUR-COUNT (WS-HOUR-SUB)
003830                TO WEX-D-HOUR-COUNT (WS-HOUR-SUB).
003840*
003850        3500-READ-DAY-RECORD.
003860            READ HELLODAY-FILE NEXT RECORD
003870                AT END
003880                    SET WS-EOF TO TRUE
003890            END-READ.
003900            IF NOT WS-EOF
003910                AND DAY-DATE NOT = WS-TODAY
003920                SET WS-EOF TO TRUE
003930            END-IF.
003940*
003950*     THE HELOHIST KEY LEADS WITH THE DATE TOO, SO THE DAY'S
003960*     ERRORS ARE ONE KEYED START AWAY. A MM/DD/YY KEY DOES NOT
003970*     COLLATE ACROSS A YEAR END, BUT ONLY AN EXACT DATE MATCH IS
003980*     WANTED HERE, SO THAT DOES NOT MATTER.
003990        4000-EXTRACT-ERRORS.
004000            MOVE "HELOHIST" TO WS-HT-FILE-ID.
004010            PERFORM 6000-BUILD-HEADER.
004020            WRITE ERREXT-RECORD FROM WEX-HEADER-RECORD.
004030            PERFORM 6920-CHECK-ERREXT-WRITE.
004040            MOVE "N" TO WS-EOF-SW.
004050            MOVE LOW-VALUES TO HIST-KEY.
004060            MOVE WS-TODAY-AUD TO HIST-DATE.
004070            START HELOHIST-FILE
004080                KEY IS GREATER THAN OR EQUAL TO HIST-KEY
004090            END-START.
004100            IF HIST-STATUS-OK
004110                PERFORM 4500-READ-HIST-RECORD
004120            ELSE
004130                SET WS-EOF TO TRUE
004140            END-IF.
004150            PERFORM 4100-EXTRACT-HIST-RECORD
004160                UNTIL WS-EOF.
004180            MOVE WS-HIST-COUNT TO WS-HT-DETAIL-COUNT.
004190            MOVE WS-HIST-HASH TO WS-HT-HASH.
004200            PERFORM 6100-BUILD-TRAILER.
004210            WRITE ERREXT-RECORD FROM WEX-TRAILER-RECORD.
004220            PERFORM 6920-CHECK-ERREXT-WRITE.
004230*
004240        4100-EXTRACT-HIST-RECORD.
004250            MOVE SPACES TO WEX-HIST-DETAIL.
004260            MOVE "D" TO WEX-E-REC-TYPE.
004270            MOVE HIST-DATE (7:2) TO WS-EXT-YY.
004280            MOVE HIST-DATE (1:2) TO WS-EXT-MM.
004290            MOVE HIST-DATE (4:2) TO WS-EXT-DD.
004300            MOVE WS-EXT-DATE TO WEX-E-DATE.
004310            MOVE HIST-TIME (1:6) TO WEX-E-TIME.
004320            MOVE HIST-TRMID TO WEX-E-TRMID.
004330            MOVE HIST-TASKN TO WEX-E-TASKN.
004340            MOVE HIST-RESP TO WEX-E-RESP.
004350            MOVE HIST-RESP2 TO WEX-E-RESP2.
004360            WRITE ERREXT-RECORD FROM WEX-HIST-DETAIL.
004370            PERFORM 6920-CHECK-ERREXT-WRITE.
004380            ADD 1 TO WS-HIST-COUNT.
004390            ADD HIST-TASKN TO WS-HIST-HASH.
004400            PERFORM 4500-READ-HIST-RECORD.
004410*
004420        4500-READ-HIST-RECORD.
004430            READ HELOHIST-FILE NEXT RECORD
004440                AT END
004450                    SET WS-EOF TO TRUE
004460            END-READ.
004470            IF NOT WS-EOF
004480                AND HIST-DATE NOT = WS-TODAY-AUD
004490                SET WS-EOF TO TRUE
004500            END-IF.
004510*
004520        5000-PRINT-CONTROL-TOTALS.
004530            WRITE RPT-LINE FROM WS-HDR-LINE-1.
004540            WRITE RPT-LINE FROM WS-HDR-LINE-2.
004550            MOVE SPACES TO RPT-LINE.
004560            WRITE RPT-LINE.
004570            WRITE RPT-LINE FROM WS-COL-HDR.
004580            MOVE "HELLOAUD" TO DET-FILE-ID.
004590            MOVE WS-AUD-COUNT TO DET-DETAIL-COUNT.
004600            COMPUTE DET-RECORD-COUNT = WS-AUD-COUNT + 2.
004610            MOVE WS-AUD-HASH TO DET-HASH-TOTAL.
004620            WRITE RPT-LINE FROM WS-CTL-LINE.
004630            MOVE "HELLODAY" TO DET-FILE-ID.
004640            MOVE WS-DAY-COUNT TO DET-DETAIL-COUNT.
004650            COMPUTE DET-RECORD-COUNT = WS-DAY-COUNT + 2.
004660            MOVE WS-DAY-HASH TO DET-HASH-TOTAL.
004670            WRITE RPT-LINE FROM WS-CTL-LINE.
004680            MOVE "HELOHIST" TO DET-FILE-ID.
004690            MOVE WS-HIST-COUNT TO DET-DETAIL-COUNT.
004700            COMPUTE DET-RECORD-COUNT = WS-HIST-COUNT + 2.
004710            MOVE WS-HIST-HASH TO DET-HASH-TOTAL.
004720            WRITE RPT-LINE FROM WS-CTL-LINE.
004730            MOVE SPACES TO RPT-LINE.
004740            WRITE RPT-LINE.
004750            MOVE WS-NOGRANT-COUNT TO DET-NOGRANT-COUNT.
004760            WRITE RPT-LINE FROM WS-NOGRANT-LINE.
004770*
004780*     HEADER AND TRAILER ARE BUILT ONCE PER FILE, FROM SPACES SO
004790*     THE UNUSED TAIL OF EACH RECORD IS BLANK. THE CALLER SETS
004795*     WS-HT-FILE-ID (AND, FOR THE TRAILER, THE COUNT AND HASH).
004800        6000-BUILD-HEADER.
004805            MOVE SPACES TO WEX-HEADER-RECORD.
004810            MOVE "H" TO WEX-H-REC-TYPE.
004815            MOVE WS-HT-FILE-ID TO WEX-H-FILE-ID.
004820            MOVE WS-TODAY TO WEX-H-BUS-DATE.
004830            MOVE WS-TODAY TO WEX-H-RUN-DATE.
004840            MOVE WS-RUN-TIME (1:6) TO WEX-H-RUN-TIME.
004850*
004860        6100-BUILD-TRAILER.
004865            MOVE SPACES TO WEX-TRAILER-RECORD.
004870            MOVE "T" TO WEX-T-REC-TYPE.
004875            MOVE WS-HT-FILE-ID TO WEX-T-FILE-ID.
004880            MOVE WS-TODAY TO WEX-T-BUS-DATE.
004885            MOVE WS-HT-DETAIL-COUNT TO WEX-T-DETAIL-COUNT.
004890            COMPUTE WEX-T-RECORD-COUNT = WS-HT-DETAIL-COUNT + 2.
004895            MOVE WS-HT-HASH TO WEX-T-HASH-TOTAL.
004900*
004910*     A FAILED EXTRACT WRITE ENDS THE RUN WITHOUT A HELLORUN
004920*     STAMP, SO HELLOARC WILL NOT TRIM THE AUDIT FILE UNDER A
004930*     PARTIAL EXTRACT AND THE JOB CAN SIMPLY BE RERUN.
004940        6900-CHECK-AUDEXT-WRITE.
004950            IF NOT AUDEXT-STATUS-OK
004960                DISPLAY "HELOWEXT: AUDEXT WRITE FAILED, STATUS="
004970                    WS-AUDEXT-STATUS
004980                STOP RUN
004990            END-IF.
005000*
005010        6910-CHECK-DAYEXT-WRITE.
005020            IF NOT DAYEXT-STATUS-OK
005030                DISPLAY "HELOWEXT: DAYEXT WRITE FAILED, STATUS="
005040                    WS-DAYEXT-STATUS
005050                STOP RUN
005060            END-IF.
005070*
005080        6920-CHECK-ERREXT-WRITE.
005090            IF NOT ERREXT-STATUS-OK
005100                DISPLAY "HELOWEXT: ERREXT WRITE FAILED, STATUS="
005110                    WS-ERREXT-STATUS
005120                STOP RUN
005130            END-IF.
005140*
005150        9000-WRAP-UP.
005160            CLOSE HELLOAUD-FILE.
005170            CLOSE HELLOAUTH-FILE.
005180            CLOSE HELLODAY-FILE.
005190            CLOSE HELOHIST-FILE.
005200            CLOSE AUDEXT-FILE.
005210            CLOSE DAYEXT-FILE.
005220            CLOSE ERREXT-FILE.
005230            CLOSE RPT-FILE.
005240            PERFORM 9500-STAMP-RUN-CONTROL.
005250*
005260*     STAMP THIS JOB'S SUCCESSFUL RUN ON THE HELLORUN CONTROL
005270*     FILE. HELLOARC WAITS FOR THIS STAMP BEFORE IT TRIMS THE
005280*     AUDIT FILE, AND THE HELR INQUIRY SHOWS IT. A FAILED STAMP
005290*     IS REPORTED; HELLOARC WILL THEN REFUSE TO RUN UNTIL THE
005300*     STAMP IS PUT RIGHT, WHICH IS THE SAFE WAY ROUND.
005310        9500-STAMP-RUN-CONTROL.
005320            OPEN I-O RUNCTL-FILE.
005330            IF NOT RUN-STATUS-OK
005340                DISPLAY "HELOWEXT: RUNCTL OPEN FAILED, STATUS="
005350                WS-RUN-STATUS
005360            ELSE
005370                MOVE "HELOWEXT" TO RUN-JOBNAME
005380                MOVE WS-TODAY TO RUN-LAST-DATE
005390                ACCEPT RUN-LAST-TIME FROM TIME
005400                MOVE "C" TO RUN-STATUS
005410                WRITE HELLORUN-RECORD
005420                IF RUN-STATUS-DUP
005430                    REWRITE HELLORUN-RECORD
005440                END-IF
005450                IF NOT RUN-STATUS-OK
005460                    DISPLAY "HELOWEXT: RUNCTL STAMP FAILED, "
005470                        "STATUS=" WS-RUN-STATUS
005480                END-IF
005490                CLOSE RUNCTL-FILE
005500            END-IF.
