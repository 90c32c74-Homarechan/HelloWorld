000010*      HELLOSYN -- NIGHTLY ROSTER SYNC FOR OPERNAME / HELLOAUTH
000015*      / OPRPROF
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELLOSYN.
000040*     BATCH COMPANION TO THE HELLO CICS TRANSACTION. READS THE
000080*     THAT DIFFER ARE REWRITTEN, AND FILE RECORDS NO LONGER ON
000090*     THE ROSTER ARE DELETED. RUN IN THE OVERNIGHT WINDOW WHILE
000100*     THE ONLINE REGION IS DOWN, ALONGSIDE HELLORPT.
000102*
000104*     TYPE-P ROSTER ENTRIES LOAD THE OPRPROF OPERATOR PROFILES
000106*     THE SAME WAY, ADD AND UPDATE ONLY - THERE IS NO OPRPROF
000108*     DELETE PASS, BECAUSE HELO OPTION 4 ADDS PROFILES FOR
000110*     USERS THE ROSTER HAS NEVER HEARD OF.
000111*
000120*     RUN SAFETY: THE EXTRACT MUST END WITH A TYPE-T TRAILER
000130*     CARRYING ITS TYPE-O, -A AND -P COUNTS (SEE ROSTREC); A
000140*     MISSING TRAILER OR A COUNT MISMATCH - THE TRUNCATED-FEED
000150*     CASE - SKIPS THE DELETE PASSES OUTRIGHT. EVEN WITH A GOOD
000160*     TRAILER, A DELETE PASS THAT WOULD REMOVE MORE THAN THE
000170*     SAFETY PERCENTAGE OF A FILE IS REFUSED. RUNNING THE JOB
000180*     WITH PARM='REPORT' IS A TRIAL: EVERY ADD, UPDATE AND
000190*     DELETE THE RUN WOULD MAKE IS LISTED ON THE REPORT AND
000200*     NO FILE IS TOUCHED, SO A NEW FEED CAN BE VETTED
000210*     BEFORE IT GOES LIVE.
000220        AUTHOR. ROBERT GOSLING.
000230 ENVIRONMENT DIVISION.
000360                ACCESS MODE IS DYNAMIC
000370                RECORD KEY IS AUTH-USERID
000380                FILE STATUS IS WS-AUTH-STATUS.
000382            SELECT OPRPROF-FILE ASSIGN TO OPRPROF
000384                ORGANIZATION IS INDEXED
000386                ACCESS MODE IS DYNAMIC
000388                RECORD KEY IS PRF-USERID
000389                FILE STATUS IS WS-PRF-STATUS.
000390            SELECT RPT-FILE ASSIGN TO SYSPRINT
000400                ORGANIZATION IS LINE SEQUENTIAL
000410                FILE STATUS IS WS-RPT-STATUS.
000414                ACCESS MODE IS DYNAMIC
000415                RECORD KEY IS RUN-JOBNAME
000416                FILE STATUS IS WS-RUN-STATUS.
000418            SELECT HELLOJRN-FILE ASSIGN TO HELLOJRN
000420                ORGANIZATION IS INDEXED
000422                ACCESS MODE IS DYNAMIC
000424                RECORD KEY IS JRN-KEY
000426                FILE STATUS IS WS-JRN-STATUS.
000428        DATA DIVISION.
000430        FILE SECTION.
000440        FD  ROSTER-FILE.
000450        COPY ROSTREC.
000470        COPY OPERNAM.
000480        FD  HELLOAUTH-FILE.
000490        COPY HELLOAUTH.
000495        FD  OPRPROF-FILE.
000497        COPY OPRPROF.
000500        FD  RPT-FILE.
000510        01  RPT-LINE                PIC X(80).
000512        FD  RUNCTL-FILE.
000514        COPY HELORUN.
000516        FD  HELLOJRN-FILE.
000518        COPY HELOJRN.
000520        WORKING-STORAGE SECTION.
000530*
000540        01  WS-ROS-STATUS           PIC X(2) VALUE SPACES.
000610            88  AUTH-STATUS-OK      VALUE "00".
000620            88  AUTH-STATUS-NOTFND  VALUE "23".
000630            88  AUTH-STATUS-EOF     VALUE "10".
000632        01  WS-PRF-STATUS           PIC X(2) VALUE SPACES.
000634            88  PRF-STATUS-OK       VALUE "00".
000636            88  PRF-STATUS-NOTFND   VALUE "23".
000640        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
000650            88  RPT-STATUS-OK       VALUE "00".
000652        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
000654            88  RUN-STATUS-OK       VALUE "00".
000656            88  RUN-STATUS-DUP      VALUE "22".
000657        01  WS-JRN-STATUS           PIC X(2) VALUE SPACES.
000658            88  JRN-STATUS-OK       VALUE "00".
000660*
000670        01  WS-ROS-EOF-SW           PIC X(1) VALUE "N".
000680            88  WS-ROS-EOF          VALUE "Y".
000870*
000880        01  WS-O-READ-COUNT         PIC S9(7) COMP-3 VALUE 0.
000890        01  WS-A-READ-COUNT         PIC S9(7) COMP-3 VALUE 0.
000895        01  WS-P-READ-COUNT         PIC S9(7) COMP-3 VALUE 0.
000900        01  WS-TRL-O-SAVED          PIC S9(7) COMP-3 VALUE 0.
000910        01  WS-TRL-A-SAVED          PIC S9(7) COMP-3 VALUE 0.
000915        01  WS-TRL-P-SAVED          PIC S9(7) COMP-3 VALUE 0.
000920*
000930*     A DELETE PASS MAY NOT REMOVE MORE THAN THIS PERCENTAGE
000940*     OF THE RECORDS ON ITS FILE - A ROSTER THAT WOULD TAKE
001320        01  WS-AUTH-ADD-COUNT       PIC S9(7) COMP-3 VALUE 0.
001330        01  WS-AUTH-UPD-COUNT       PIC S9(7) COMP-3 VALUE 0.
001340        01  WS-AUTH-DEL-COUNT       PIC S9(7) COMP-3 VALUE 0.
001342        01  WS-PRF-ADD-COUNT        PIC S9(7) COMP-3 VALUE 0.
001344        01  WS-PRF-UPD-COUNT        PIC S9(7) COMP-3 VALUE 0.
001350        01  WS-ROS-BAD-COUNT        PIC S9(7) COMP-3 VALUE 0.
001360*
001361*     EVERY CHANGE APPLIED IS ALSO WRITTEN TO THE HELLOJRN
001362*     CHANGE JOURNAL. THERE IS NO TERMINAL OR TASK IN BATCH, SO
001363*     THIS RUNNING COUNT TAKES THE TASK NUMBER'S PLACE IN THE
001364*     KEY AND KEEPS TWO CHANGES IN THE SAME SECOND APART.
001365        01  WS-JRN-COUNT            PIC S9(7) COMP-3 VALUE 0.
001366        01  WS-JRN-BEFORE           PIC X(100) VALUE SPACES.
001370        01  WS-HDR-LINE-1.
001380            05  FILLER               PIC X(20) VALUE SPACES.
001390            05  FILLER               PIC X(40)
002210                WS-AUTH-STATUS
002220                STOP RUN
002230            END-IF.
002231            OPEN I-O OPRPROF-FILE.
002232            IF NOT PRF-STATUS-OK
002233                DISPLAY "HELLOSYN: OPRPROF OPEN FAILED, STATUS="
002234                WS-PRF-STATUS
002235                STOP RUN
002236            END-IF.
002237*     A TRIAL CHANGES NOTHING, SO IT HAS NOTHING TO JOURNAL.
002238            IF NOT WS-REPORT-ONLY
002239                OPEN I-O HELLOJRN-FILE
002240                IF NOT JRN-STATUS-OK
002241                    DISPLAY "HELLOSYN: HELLOJRN OPEN FAILED, "
002242                        "STATUS=" WS-JRN-STATUS
002244                    STOP RUN
002246                END-IF
002248            END-IF.
002250            OPEN OUTPUT RPT-FILE.
002252            IF NOT RPT-STATUS-OK
002260                DISPLAY "HELLOSYN: SYSPRINT OPEN FAILED, STATUS="
002270                WS-RPT-STATUS
002280                STOP RUN
002450                WHEN ROS-TYPE-AUTH
002460                    ADD 1 TO WS-A-READ-COUNT
002470                    PERFORM 2200-SYNC-HELLOAUTH
002472                WHEN ROS-TYPE-PROFILE
002474                    ADD 1 TO WS-P-READ-COUNT
002476                    PERFORM 2400-SYNC-PROFILE
002480                WHEN ROS-TYPE-TRAILER
002490                    PERFORM 2300-TAKE-TRAILER
002500                WHEN OTHER
002950                WRITE OPERNAME-RECORD
002960                IF OPN-STATUS-OK
002970                    ADD 1 TO WS-OPN-ADD-COUNT
002971                    MOVE SPACES TO HELOJRN-RECORD
002972                    MOVE "OPERNAME" TO JRN-FILE
002973                    MOVE "A" TO JRN-ACTION
002974                    MOVE OPN-KEY TO JRN-REC-KEY
002975                    MOVE OPERNAME-RECORD TO JRN-AFTER-IMAGE
002976                    PERFORM 2600-WRITE-JOURNAL
002980                ELSE
002990                    DISPLAY "HELLOSYN: OPERNAME WRITE "
003000                        "FAILED, KEY=" OPN-KEY
003100                WRITE RPT-LINE FROM WS-TRIAL-DETAIL
003110                ADD 1 TO WS-OPN-UPD-COUNT
003120            ELSE
003125                MOVE OPERNAME-RECORD TO WS-JRN-BEFORE
003130                MOVE ROS-OPER-NAME TO OPN-NAME
003140                MOVE ROS-LANG-CD TO OPN-LANG-CD
003150                REWRITE OPERNAME-RECORD
003160                IF OPN-STATUS-OK
003170                    ADD 1 TO WS-OPN-UPD-COUNT
003171                    MOVE SPACES TO HELOJRN-RECORD
003172                    MOVE "OPERNAME" TO JRN-FILE
003173                    MOVE "C" TO JRN-ACTION
003174                    MOVE OPN-KEY TO JRN-REC-KEY
003175                    MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
003176                    MOVE OPERNAME-RECORD TO JRN-AFTER-IMAGE
003177                    PERFORM 2600-WRITE-JOURNAL
003180                ELSE
003190                    DISPLAY "HELLOSYN: OPERNAME REWRITE "
003200                        "FAILED, KEY=" OPN-KEY
003750                WRITE HELLOAUTH-RECORD
003760                IF AUTH-STATUS-OK
003770                    ADD 1 TO WS-AUTH-ADD-COUNT
003771                    MOVE SPACES TO HELOJRN-RECORD
003772                    MOVE "HELLOAUTH" TO JRN-FILE
003773                    MOVE "A" TO JRN-ACTION
003774                    MOVE AUTH-USERID TO JRN-REC-KEY
003775                    MOVE HELLOAUTH-RECORD TO JRN-AFTER-IMAGE
003776                    PERFORM 2600-WRITE-JOURNAL
003780                ELSE
003790                    DISPLAY "HELLOSYN: HELLOAUTH WRITE "
003800                        "FAILED, KEY=" AUTH-USERID
003900                WRITE RPT-LINE FROM WS-TRIAL-DETAIL
003910                ADD 1 TO WS-AUTH-UPD-COUNT
003920            ELSE
003925                MOVE HELLOAUTH-RECORD TO WS-JRN-BEFORE
003930                MOVE ROS-AUTH-NAME TO AUTH-NAME
003940                MOVE ROS-AUTH-GROUP TO AUTH-GROUP
003942                MOVE ROS-AUTH-DAYS TO AUTH-DAYS
003950                REWRITE HELLOAUTH-RECORD
003960                IF AUTH-STATUS-OK
003970                    ADD 1 TO WS-AUTH-UPD-COUNT
003971                    MOVE SPACES TO HELOJRN-RECORD
003972                    MOVE "HELLOAUTH" TO JRN-FILE
003973                    MOVE "C" TO JRN-ACTION
003974                    MOVE AUTH-USERID TO JRN-REC-KEY
003975                    MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
003976                    MOVE HELLOAUTH-RECORD TO JRN-AFTER-IMAGE
003977                    PERFORM 2600-WRITE-JOURNAL
003980                ELSE
003990                    DISPLAY "HELLOSYN: HELLOAUTH REWRITE "
004000                        "FAILED, KEY=" AUTH-USERID
004180*     THE TRAILER CARRIES THE COUNTS THE EXTRACT WROTE. A
004190*     SECOND TRAILER OR ONE WITH NON-NUMERIC COUNTS IS TREATED
004200*     AS A BAD FEED - THE CHECK IN 2800 WILL THEN REFUSE THE
004210*     DELETE PASSES. A TYPE-P COUNT OF SPACES IS A FEED FROM
004212*     BEFORE PROFILES WERE ON THE ROSTER AND COUNTS AS ZERO.
004220        2300-TAKE-TRAILER.
004230            IF WS-TRL-SEEN
004240                ADD 1 TO WS-ROS-BAD-COUNT
004270            ELSE
004280                IF ROS-TRL-O-COUNT NUMERIC
004290                    AND ROS-TRL-A-COUNT NUMERIC
004295                    AND (ROS-TRL-P-COUNT NUMERIC
004296                    OR ROS-TRL-P-COUNT = SPACES)
004300                    MOVE ROS-TRL-O-COUNT TO WS-TRL-O-SAVED
004310                    MOVE ROS-TRL-A-COUNT TO WS-TRL-A-SAVED
004312                    IF ROS-TRL-P-COUNT = SPACES
004314                        MOVE 0 TO WS-TRL-P-SAVED
004316                    ELSE
004318                        MOVE ROS-TRL-P-COUNT TO WS-TRL-P-SAVED
004319                    END-IF
004320                    SET WS-TRL-SEEN TO TRUE
004330                ELSE
004340                    ADD 1 TO WS-ROS-BAD-COUNT
004370                END-IF
004380            END-IF.
004390*
004391*     APPLY ONE TYPE-P ROSTER ENTRY, SAME PATTERN AS 2100 BUT
004392*     WITH NO KEY TO REMEMBER - OPRPROF HAS NO DELETE PASS.
004393        2400-SYNC-PROFILE.
004394            IF ROS-USERID = SPACES
004395                ADD 1 TO WS-ROS-BAD-COUNT
004396            ELSE
004397                MOVE SPACES TO OPRPROF-RECORD
004398                MOVE ROS-USERID TO PRF-USERID
004399                READ OPRPROF-FILE
004400                    KEY IS PRF-USERID
004401                END-READ
004402                IF PRF-STATUS-OK
004403                    IF PRF-NAME NOT = ROS-OPER-NAME
004404                        OR PRF-LANG-CD NOT = ROS-LANG-CD
004405                        PERFORM 2420-UPDATE-PROFILE
004406                    END-IF
004407                ELSE
004408                    IF PRF-STATUS-NOTFND
004409                        PERFORM 2410-ADD-PROFILE
004410                    ELSE
004411                        DISPLAY "HELLOSYN: OPRPROF READ "
004412                            "FAILED, KEY=" PRF-USERID
004413                            " STATUS=" WS-PRF-STATUS
004414                    END-IF
004415                END-IF
004416            END-IF.
004417*
004418        2410-ADD-PROFILE.
004419            IF WS-REPORT-ONLY
004420                MOVE "OPRPROF" TO TRIAL-FILE-NAME
004421                MOVE "WOULD ADD" TO TRIAL-ACTION
004422                MOVE ROS-USERID TO TRIAL-KEY
004423                WRITE RPT-LINE FROM WS-TRIAL-DETAIL
004424                ADD 1 TO WS-PRF-ADD-COUNT
004425            ELSE
004426                MOVE ROS-USERID TO PRF-USERID
004427                MOVE ROS-OPER-NAME TO PRF-NAME
004428                MOVE ROS-LANG-CD TO PRF-LANG-CD
004429                WRITE OPRPROF-RECORD
004430                IF PRF-STATUS-OK
004431                    ADD 1 TO WS-PRF-ADD-COUNT
004432                    MOVE SPACES TO HELOJRN-RECORD
004433                    MOVE "OPRPROF" TO JRN-FILE
004434                    MOVE "A" TO JRN-ACTION
004435                    MOVE PRF-USERID TO JRN-REC-KEY
004436                    MOVE OPRPROF-RECORD TO JRN-AFTER-IMAGE
004437                    PERFORM 2600-WRITE-JOURNAL
004438                ELSE
004439                    DISPLAY "HELLOSYN: OPRPROF WRITE "
004440                        "FAILED, KEY=" PRF-USERID
004441                        " STATUS=" WS-PRF-STATUS
004442                END-IF
004443            END-IF.
004444*
004445        2420-UPDATE-PROFILE.
004446            IF WS-REPORT-ONLY
004447                MOVE "OPRPROF" TO TRIAL-FILE-NAME
004448                MOVE "WOULD UPDATE" TO TRIAL-ACTION
004449                MOVE ROS-USERID TO TRIAL-KEY
004450                WRITE RPT-LINE FROM WS-TRIAL-DETAIL
004451                ADD 1 TO WS-PRF-UPD-COUNT
004452            ELSE
004453                MOVE OPRPROF-RECORD TO WS-JRN-BEFORE
004454                MOVE ROS-OPER-NAME TO PRF-NAME
004455                MOVE ROS-LANG-CD TO PRF-LANG-CD
004456                REWRITE OPRPROF-RECORD
004457                IF PRF-STATUS-OK
004458                    ADD 1 TO WS-PRF-UPD-COUNT
004459                    MOVE SPACES TO HELOJRN-RECORD
004460                    MOVE "OPRPROF" TO JRN-FILE
004461                    MOVE "C" TO JRN-ACTION
004462                    MOVE PRF-USERID TO JRN-REC-KEY
004463                    MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
004464                    MOVE OPRPROF-RECORD TO JRN-AFTER-IMAGE
004465                    PERFORM 2600-WRITE-JOURNAL
004466                ELSE
004467                    DISPLAY "HELLOSYN: OPRPROF REWRITE "
004468                        "FAILED, KEY=" PRF-USERID
004469                        " STATUS=" WS-PRF-STATUS
004470                END-IF
004471            END-IF.
004472*
004473        2500-READ-ROSTER-RECORD.
004474            READ ROSTER-FILE
004475                AT END
004476                    SET WS-ROS-EOF TO TRUE
004477            END-READ.
004478*
004479*     WRITE ONE BEFORE/AFTER RECORD TO THE HELLOJRN CHANGE
004480*     JOURNAL. THE CALLER HAS FILLED IN THE FILE, ACTION, KEY
004481*     AND IMAGES. A FAILED JOURNAL WRITE IS REPORTED BUT DOES
004482*     NOT UNDO THE CHANGE ALREADY APPLIED.
004483        2600-WRITE-JOURNAL.
004484            ADD 1 TO WS-JRN-COUNT.
004485            MOVE HDR-RUN-DATE TO JRN-DATE.
004486            ACCEPT JRN-TIME FROM TIME.
004487            MOVE SPACES TO JRN-TRMID.
004488            MOVE WS-JRN-COUNT TO JRN-TASKN.
004489            MOVE "HELLOSYN" TO JRN-USERID.
004490            MOVE "HELLOSYN" TO JRN-SOURCE.
004491            WRITE HELOJRN-RECORD.
004492            IF NOT JRN-STATUS-OK
004493                DISPLAY "HELLOSYN: HELLOJRN WRITE FAILED, KEY="
004494                    JRN-REC-KEY " STATUS=" WS-JRN-STATUS
004495            END-IF.
004496*
004497*     THE DELETE PASSES ONLY RUN BEHIND A TRAILER WHOSE COUNTS
004498*     MATCH WHAT WAS ACTUALLY READ - ANYTHING ELSE LOOKS LIKE A
004499*     TRUNCATED OR MANGLED FEED, AND DELETING AGAINST ONE OF
004500*     THOSE IS HOW A WHOLE SHIFT LOSES ITS SIGN-ON.
004501        2800-VALIDATE-CONTROL.
004510            IF NOT WS-TRL-SEEN
004520                DISPLAY "HELLOSYN: NO TRAILER ON ROSTER - "
004530                    "DELETE PASSES SKIPPED"
004540            ELSE
004550                IF WS-TRL-O-SAVED NOT = WS-O-READ-COUNT
004560                    OR WS-TRL-A-SAVED NOT = WS-A-READ-COUNT
004565                    OR WS-TRL-P-SAVED NOT = WS-P-READ-COUNT
004570                    DISPLAY "HELLOSYN: TRAILER COUNTS DISAGREE "
004580                        "WITH RECORDS READ - DELETE PASSES "
004590                        "SKIPPED"
004630                    DISPLAY "HELLOSYN: TYPE-A READ "
004640                        WS-A-READ-COUNT " TRAILER "
004650                        WS-TRL-A-SAVED
004652                    DISPLAY "HELLOSYN: TYPE-P READ "
004654                        WS-P-READ-COUNT " TRAILER "
004656                        WS-TRL-P-SAVED
004660                ELSE
004670                    SET WS-CTL-OK TO TRUE
004680                END-IF
005480                    WRITE RPT-LINE FROM WS-TRIAL-DETAIL
005490                    ADD 1 TO WS-OPN-DEL-COUNT
005500                ELSE
005505                    MOVE OPERNAME-RECORD TO WS-JRN-BEFORE
005510                    DELETE OPERNAME-FILE
005520                    IF OPN-STATUS-OK
005530                        ADD 1 TO WS-OPN-DEL-COUNT
005531                        MOVE SPACES TO HELOJRN-RECORD
005532                        MOVE "OPERNAME" TO JRN-FILE
005533                        MOVE "D" TO JRN-ACTION
005534                        MOVE OPN-KEY TO JRN-REC-KEY
005535                        MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
005536                        PERFORM 2600-WRITE-JOURNAL
005540                    ELSE
005550                        DISPLAY "HELLOSYN: OPERNAME DELETE "
005560                            "FAILED, KEY=" OPN-KEY
006340                    WRITE RPT-LINE FROM WS-TRIAL-DETAIL
006350                    ADD 1 TO WS-AUTH-DEL-COUNT
006360                ELSE
006365                    MOVE HELLOAUTH-RECORD TO WS-JRN-BEFORE
006370                    DELETE HELLOAUTH-FILE
006380                    IF AUTH-STATUS-OK
006390                        ADD 1 TO WS-AUTH-DEL-COUNT
006391                        MOVE SPACES TO HELOJRN-RECORD
006392                        MOVE "HELLOAUTH" TO JRN-FILE
006393                        MOVE "D" TO JRN-ACTION
006394                        MOVE AUTH-USERID TO JRN-REC-KEY
006395                        MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
006396                        PERFORM 2600-WRITE-JOURNAL
006400                    ELSE
006410                        DISPLAY "HELLOSYN: HELLOAUTH DELETE "
006420                            "FAILED, KEY=" AUTH-USERID
006880                MOVE "HELLOAUTH" TO GUARD-FILE-NAME
006890                WRITE RPT-LINE FROM WS-GUARD-LINE
006900            END-IF.
006902            MOVE "OPRPROF" TO DET-FILE-NAME.
006904            MOVE "ADDED" TO DET-ACTION.
006906            MOVE WS-PRF-ADD-COUNT TO DET-COUNT.
006908            WRITE RPT-LINE FROM WS-SYNC-DETAIL.
006909            MOVE "UPDATED" TO DET-ACTION.
006910            MOVE WS-PRF-UPD-COUNT TO DET-COUNT.
006911            WRITE RPT-LINE FROM WS-SYNC-DETAIL.
006912            MOVE SPACES TO RPT-LINE.
006920            WRITE RPT-LINE.
006930            MOVE WS-ROS-BAD-COUNT TO DET-BAD-COUNT.
006940            WRITE RPT-LINE FROM WS-BAD-LINE.
006970            CLOSE ROSTER-FILE.
006980            CLOSE OPERNAME-FILE.
006990            CLOSE HELLOAUTH-FILE.
006995            CLOSE OPRPROF-FILE.
007000            CLOSE RPT-FILE.
007002            IF NOT WS-REPORT-ONLY
007004                CLOSE HELLOJRN-FILE
007006            END-IF.
007010*     A TRIAL RUN TOUCHED NOTHING, SO IT EARNS NO STAMP.
007020            IF NOT WS-REPORT-ONLY
007030                PERFORM 9500-STAMP-RUN-CONTROL
