000210*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000220*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000230        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000232*
000234*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000236*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000238        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000240*
000250        01  WS-DATE-AREA.
000260            05  WS-DATE             PIC X(8) VALUE SPACES.
000370*     OUTSIDE IT, AS IN HELLO ITSELF.
000380        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000390            88  USER-IN-WINDOW      VALUE "Y".
000394            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000398*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000402*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000406            88  USER-SITE-CLOSED    VALUE "C".
000410        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000420        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000423        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000426        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000430        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000440*
000450        01  WS-JOB-SUB              PIC S9(4) COMP VALUE 0.
000460*
000470*     THE OVERNIGHT JOBS IN THEIR REQUIRED RUNNING ORDER -
000476*     HELLOARC LAST, BEHIND THE COUNT-TAKERS AND THE WAREHOUSE
000482*     EXTRACT IT WAITS FOR.
000490        01  WS-JOB-NAME-LIST.
000500            05  FILLER              PIC X(8) VALUE "HELLORPT".
000510            05  FILLER              PIC X(8) VALUE "HELLOREC".
000520            05  FILLER              PIC X(8) VALUE "HELLOEXC".
000530            05  FILLER              PIC X(8) VALUE "HELOERPT".
000531            05  FILLER              PIC X(8) VALUE "HELOSRPT".
000533            05  FILLER              PIC X(8) VALUE "HELONRPT".
000535            05  FILLER              PIC X(8) VALUE "HELOINTG".
000540            05  FILLER              PIC X(8) VALUE "HELLOSYN".
000543            05  FILLER              PIC X(8) VALUE "HELOJRPT".
000545            05  FILLER              PIC X(8) VALUE "HELOWEXT".
000550            05  FILLER              PIC X(8) VALUE "HELLOARC".
000560        01  FILLER REDEFINES WS-JOB-NAME-LIST.
000570            05  WS-JOB-NAME         PIC X(8) OCCURS 11 TIMES.
000580*
000590*     THE WHOLE SCREEN AS ONE TEXT BLOCK - 80-BYTE SLICES WRAP
000600*     INTO LINES ON AN 80-COLUMN TERMINAL.
000610        01  WS-STATUS-TEXT.
000620            05  WS-ST-HDR           PIC X(80) VALUE
000630                "HELLO OVERNIGHT RUN STATUS".
000640            05  WS-ST-LINE          PIC X(80) OCCURS 11 TIMES.
000650*
000660*     ONE FORMATTED STATUS LINE.
000670        01  WS-RL-LINE.
000920            "NOT AUTHORIZED TO USE THIS TRANSACTION".
000930        01  WS-HOURS-TEXT           PIC X(46) VALUE
000940            "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED".
000943        01  WS-CLOSED-TEXT          PIC X(34) VALUE
000946            "SITE CLOSED TODAY - ACCESS DENIED".
000950        01  WS-ERROR-TEXT           PIC X(48) VALUE
000960            "TRANSACTION UNAVAILABLE - CONTACT THE HELP DESK".
000970*
001000*
001010*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001020        COPY HELOHIST.
001022*
001024*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001026        COPY HELOSEC.
001027*
001028*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001029        COPY HELOCAL.
001030*
001040*     VSAM KSDS RECORD LAYOUT - OVERNIGHT RUN-CONTROL STAMPS
001050        COPY HELORUN.
001860                    END-IF
001870                END-IF
001880            END-IF.
001882            IF NOT AUTH-GRP-ADMIN
001884                PERFORM 0690-CHECK-SITE-CLOSED
001886            END-IF.
001890*
001892*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
001894*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
001896*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
001898*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
001900*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
001902        0690-CHECK-SITE-CLOSED.
001904            EXEC CICS ASKTIME
001906                ABSTIME(WS-ABSTIME)
001908            END-EXEC.
001910            EXEC CICS FORMATTIME
001912                ABSTIME(WS-ABSTIME)
001914                YYYYMMDD(WS-CHK-DATE)
001916            END-EXEC.
001918            MOVE SPACES TO HELOCAL-RECORD.
001920            MOVE WS-CHK-DATE TO CAL-DATE.
001922            EXEC CICS READ FILE("HELOCAL")
001924                INTO(HELOCAL-RECORD)
001926                RIDFLD(CAL-DATE)
001928                RESP(WS-CAL-RESP)
001930            END-EXEC.
001932            IF WS-CAL-RESP = DFHRESP-NORMAL
001934                IF CAL-CLOSURE
001936                    SET USER-SITE-CLOSED TO TRUE
001938                END-IF
001940            ELSE
001942                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
001944                    PERFORM 9900-LOG-ERROR
001946                END-IF
001948            END-IF.
001950*
001952        0700-SEND-NOT-AUTHORIZED.
001954            MOVE SPACES TO HELOSEC-RECORD.
001956            SET SEC-NO-GRANT TO TRUE.
001958            PERFORM 9700-WRITE-SECURITY-EVENT.
001960            EXEC CICS SEND TEXT FROM(WS-NOAUTH-TEXT)
001962                LENGTH(LENGTH OF WS-NOAUTH-TEXT)
001964                ERASE
001966                FREEKB
001968                RESP(WS-LOG-RESP)
001970            END-EXEC.
001972*
001980        0750-SEND-OUTSIDE-HOURS.
001982            MOVE SPACES TO HELOSEC-RECORD.
001985            IF USER-SITE-CLOSED
001988                SET SEC-SITE-CLOSED TO TRUE
001991            ELSE
001994                SET SEC-OUTSIDE-WINDOW TO TRUE
001997            END-IF.
002000            PERFORM 9700-WRITE-SECURITY-EVENT.
002003            IF USER-SITE-CLOSED
002006                EXEC CICS SEND TEXT FROM(WS-CLOSED-TEXT)
002009                    LENGTH(LENGTH OF WS-CLOSED-TEXT)
002012                    ERASE
002015                    FREEKB
002018                    RESP(WS-LOG-RESP)
002021                END-EXEC
002024            ELSE
002027                EXEC CICS SEND TEXT FROM(WS-HOURS-TEXT)
002030                    LENGTH(LENGTH OF WS-HOURS-TEXT)
002033                    ERASE
002036                    FREEKB
002039                    RESP(WS-LOG-RESP)
002042                END-EXEC
002045            END-IF.
002050*
002060        2000-BUILD-STATUS-LINES.
002070            PERFORM 2100-BUILD-ONE-LINE
002080                VARYING WS-JOB-SUB FROM 1 BY 1
002090                UNTIL WS-JOB-SUB > 11.
002100*
002110*     ONE JOB'S STAMP. A MISSING RECORD JUST MEANS THE JOB HAS
002120*     NEVER RUN SINCE THE CONTROL FILE WAS CUT - WORTH A LINE,
002520            END-EXEC.
002530*     RESP KEEPS A FAILING SEND FROM RE-DRIVING HANDLE CONDITION
002540*     ERROR BACK INTO 9999-ERROR.
002542*
002544*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
002546*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
002548*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
002550*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
002552*     BUT THE DENIAL STANDS.
002554        9700-WRITE-SECURITY-EVENT.
002556            EXEC CICS ASKTIME
002558                ABSTIME(WS-ABSTIME)
002560            END-EXEC.
002562            EXEC CICS FORMATTIME
002564                ABSTIME(WS-ABSTIME)
002566                YYYYMMDD(SEC-DATE)
002568                TIME(SEC-TIME)
002570            END-EXEC.
002572            MOVE EIBTRMID TO SEC-TRMID.
002574            MOVE EIBTASKN TO SEC-TASKN.
002576            MOVE WS-USERID TO SEC-USERID.
002578            MOVE EIBTRNID TO SEC-TRANID.
002580            MOVE "HELORUNQ" TO SEC-PROGRAM.
002582            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
002584            EXEC CICS WRITE FILE("HELOSEC")
002586                FROM(HELOSEC-RECORD)
002588                RIDFLD(SEC-KEY)
002590                RESP(WS-SEC-RESP)
002592            END-EXEC.
002594            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
002596                PERFORM 9900-LOG-ERROR
002598            END-IF.
002600*
002602        9900-LOG-ERROR.
002604            MOVE EIBTRMID TO ERR-TRMID.
002606            MOVE EIBTASKN TO ERR-TASKN.
002608            MOVE EIBRESP  TO ERR-RESP.
002610            MOVE EIBRESP2 TO ERR-RESP2.
002612            EXEC CICS WRITEQ TS
002620                QUEUE("HELOERR")
002630                FROM(WS-ERROR-RECORD)
002640                LENGTH(LENGTH OF WS-ERROR-RECORD)
