000240*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000250*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000260        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000262*
000264*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000266*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000268        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000270*
000280        01  WS-DATE-AREA.
000290            05  WS-DATE             PIC X(8) VALUE SPACES.
000400*     OUTSIDE IT, AS IN HELLO ITSELF.
000410        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000420            88  USER-IN-WINDOW      VALUE "Y".
000424            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000428*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000432*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000436            88  USER-SITE-CLOSED    VALUE "C".
000440        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000450        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000453        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000456        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000460        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000470*
000480        01  WS-BROWSE-SW            PIC X(1) VALUE "N".
001310*
001320*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001330        COPY HELOHIST.
001332*
001334*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001336        COPY HELOSEC.
001337*
001338*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001339        COPY HELOCAL.
001340*
001350*     WORKING COPY OF THE COMMAREA, BUILT BEFORE EACH RETURN
001360        COPY HELOHCA REPLACING HELOHB-COMMAREA BY WS-COMMAREA.
001990            END-IF.
002000*
002010        0700-SEND-NOT-AUTHORIZED.
002012            MOVE SPACES TO HELOSEC-RECORD.
002014            SET SEC-NO-GRANT TO TRUE.
002016            PERFORM 9700-WRITE-SECURITY-EVENT.
002020            MOVE LOW-VALUES TO HELHBO.
002030            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
002040                TO BMSGO.
002430                    END-IF
002440                END-IF
002450            END-IF.
002452            IF NOT AUTH-GRP-ADMIN
002454                PERFORM 0690-CHECK-SITE-CLOSED
002456            END-IF.
002460*
002462*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
002464*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
002466*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
002468*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
002470*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
002472        0690-CHECK-SITE-CLOSED.
002474            EXEC CICS ASKTIME
002476                ABSTIME(WS-ABSTIME)
002478            END-EXEC.
002480            EXEC CICS FORMATTIME
002482                ABSTIME(WS-ABSTIME)
002484                YYYYMMDD(WS-CHK-DATE)
002486            END-EXEC.
002488            MOVE SPACES TO HELOCAL-RECORD.
002490            MOVE WS-CHK-DATE TO CAL-DATE.
002492            EXEC CICS READ FILE("HELOCAL")
002494                INTO(HELOCAL-RECORD)
002496                RIDFLD(CAL-DATE)
002498                RESP(WS-CAL-RESP)
002500            END-EXEC.
002502            IF WS-CAL-RESP = DFHRESP-NORMAL
002504                IF CAL-CLOSURE
002506                    SET USER-SITE-CLOSED TO TRUE
002508                END-IF
002510            ELSE
002512                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
002514                    PERFORM 9900-LOG-ERROR
002516                END-IF
002518            END-IF.
002520*
002522        0750-SEND-OUTSIDE-HOURS.
002524            MOVE SPACES TO HELOSEC-RECORD.
002526            IF USER-SITE-CLOSED
002528                SET SEC-SITE-CLOSED TO TRUE
002530            ELSE
002532                SET SEC-OUTSIDE-WINDOW TO TRUE
002534            END-IF.
002536            PERFORM 9700-WRITE-SECURITY-EVENT.
002538            MOVE LOW-VALUES TO HELHBO.
002540            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
002542                TO BMSGO.
002544            IF USER-SITE-CLOSED
002546                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO BMSGO
002548            END-IF.
002550            EXEC CICS SEND MAP("HELHB")
002552                MAPSET("HELOHBM")
002554                FROM(HELHBO)
002556                ERASE
002558            END-EXEC.
002560*
002570        1100-BUILD-DATE.
002580            EXEC CICS ASKTIME
005620                FROM(HELHBO)
005630                ERASE
005640            END-EXEC.
005642*
005644*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
005646*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
005648*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
005650*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
005652*     BUT THE DENIAL STANDS.
005654        9700-WRITE-SECURITY-EVENT.
005656            EXEC CICS ASKTIME
005658                ABSTIME(WS-ABSTIME)
005660            END-EXEC.
005662            EXEC CICS FORMATTIME
005664                ABSTIME(WS-ABSTIME)
005666                YYYYMMDD(SEC-DATE)
005668                TIME(SEC-TIME)
005670            END-EXEC.
005672            MOVE EIBTRMID TO SEC-TRMID.
005674            MOVE EIBTASKN TO SEC-TASKN.
005676            MOVE WS-USERID TO SEC-USERID.
005678            MOVE EIBTRNID TO SEC-TRANID.
005680            MOVE "HELOHBRW" TO SEC-PROGRAM.
005682            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
005684            EXEC CICS WRITE FILE("HELOSEC")
005686                FROM(HELOSEC-RECORD)
005688                RIDFLD(SEC-KEY)
005690                RESP(WS-SEC-RESP)
005692            END-EXEC.
005694            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
005696                PERFORM 9900-LOG-ERROR
005698            END-IF.
005700*
005702        9900-LOG-ERROR.
005704            MOVE EIBTRMID TO ERR-TRMID.
005706            MOVE EIBTASKN TO ERR-TASKN.
005708            MOVE EIBRESP  TO ERR-RESP.
005710            MOVE EIBRESP2 TO ERR-RESP2.
005712            EXEC CICS WRITEQ TS
005720                QUEUE("HELOERR")
005730                FROM(WS-ERROR-RECORD)
005740                LENGTH(LENGTH OF WS-ERROR-RECORD)
