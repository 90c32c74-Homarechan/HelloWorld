000210*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000220*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000230        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000232*
000234*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000236*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000238        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000240*
000250        01  WS-USERID               PIC X(8) VALUE SPACES.
000260*
000330*     OUTSIDE IT, AS IN HELLO ITSELF.
000340        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000350            88  USER-IN-WINDOW      VALUE "Y".
000354            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000358*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000362*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000366            88  USER-SITE-CLOSED    VALUE "C".
000370        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000380        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000383        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000386        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000390        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000400*
000410        01  WS-DATE-AREA.
000710*
000720*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
000730        COPY HELOHIST.
000732*
000734*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
000736        COPY HELOSEC.
000737*
000738*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
000739        COPY HELOCAL.
000740*
000750*     LIVE DAY-VOLUME COUNTER IN TS QUEUE HELOCNT, AS BUMPED BY
000760*     HELLO'S 0550-BUMP-DAY-COUNTER
001610                    END-IF
001620                END-IF
001630            END-IF.
001632            IF NOT AUTH-GRP-ADMIN
001634                PERFORM 0690-CHECK-SITE-CLOSED
001636            END-IF.
001640*
001642*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
001644*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
001646*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
001648*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
001650*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
001652        0690-CHECK-SITE-CLOSED.
001654            EXEC CICS ASKTIME
001656                ABSTIME(WS-ABSTIME)
001658            END-EXEC.
001660            EXEC CICS FORMATTIME
001662                ABSTIME(WS-ABSTIME)
001664                YYYYMMDD(WS-CHK-DATE)
001666            END-EXEC.
001668            MOVE SPACES TO HELOCAL-RECORD.
001670            MOVE WS-CHK-DATE TO CAL-DATE.
001672            EXEC CICS READ FILE("HELOCAL")
001674                INTO(HELOCAL-RECORD)
001676                RIDFLD(CAL-DATE)
001678                RESP(WS-CAL-RESP)
001680            END-EXEC.
001682            IF WS-CAL-RESP = DFHRESP-NORMAL
001684                IF CAL-CLOSURE
001686                    SET USER-SITE-CLOSED TO TRUE
001688                END-IF
001690            ELSE
001692                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
001694                    PERFORM 9900-LOG-ERROR
001696                END-IF
001698            END-IF.
001700*
001702        0750-SEND-OUTSIDE-HOURS.
001704            MOVE SPACES TO HELOSEC-RECORD.
001706            IF USER-SITE-CLOSED
001708                SET SEC-SITE-CLOSED TO TRUE
001710            ELSE
001712                SET SEC-OUTSIDE-WINDOW TO TRUE
001714            END-IF.
001716            PERFORM 9700-WRITE-SECURITY-EVENT.
001718            MOVE LOW-VALUES TO HELQDO.
001720            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
001722                TO QMSGLO.
001724            IF USER-SITE-CLOSED
001726                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO QMSGLO
001728            END-IF.
001730            EXEC CICS SEND MAP("HELQD")
001732                MAPSET("HELLOQM")
001734                FROM(HELQDO)
001736                ERASE
001738            END-EXEC.
001740*
001750        0700-SEND-NOT-AUTHORIZED.
001752            MOVE SPACES TO HELOSEC-RECORD.
001754            SET SEC-NO-GRANT TO TRUE.
001756            PERFORM 9700-WRITE-SECURITY-EVENT.
001760            MOVE LOW-VALUES TO HELQDO.
001770            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
001780                TO QMSGLO.
002640                FROM(HELQDO)
002650                ERASE
002660            END-EXEC.
002662*
002664*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
002666*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
002668*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
002670*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
002672*     BUT THE DENIAL STANDS.
002674        9700-WRITE-SECURITY-EVENT.
002676            EXEC CICS ASKTIME
002678                ABSTIME(WS-ABSTIME)
002680            END-EXEC.
002682            EXEC CICS FORMATTIME
002684                ABSTIME(WS-ABSTIME)
002686                YYYYMMDD(SEC-DATE)
002688                TIME(SEC-TIME)
002690            END-EXEC.
002692            MOVE EIBTRMID TO SEC-TRMID.
002694            MOVE EIBTASKN TO SEC-TASKN.
002696            MOVE WS-USERID TO SEC-USERID.
002698            MOVE EIBTRNID TO SEC-TRANID.
002700            MOVE "HELLOQRY" TO SEC-PROGRAM.
002702            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
002704            EXEC CICS WRITE FILE("HELOSEC")
002706                FROM(HELOSEC-RECORD)
002708                RIDFLD(SEC-KEY)
002710                RESP(WS-SEC-RESP)
002712            END-EXEC.
002714            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
002716                PERFORM 9900-LOG-ERROR
002718            END-IF.
002720*
002722        9900-LOG-ERROR.
002724            MOVE EIBTRMID TO ERR-TRMID.
002726            MOVE EIBTASKN TO ERR-TASKN.
002728            MOVE EIBRESP  TO ERR-RESP.
002730            MOVE EIBRESP2 TO ERR-RESP2.
002732            EXEC CICS WRITEQ TS
002740                QUEUE("HELOERR")
002750                FROM(WS-ERROR-RECORD)
002760                LENGTH(LENGTH OF WS-ERROR-RECORD)
