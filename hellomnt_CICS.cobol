000010*      HELLO MAINTENANCE TRANSACTION SUITE
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELLOMNT.
000037*     ONLINE MAINTENANCE OF THE OPERNAME, HELLOAUTH, OPRPROF AND
000044*     HELOCAL VSAM KSDS FILES SO THE HELP DESK CAN ADD/CHANGE/
000051*     DELETE ENTRIES ON THE SPOT INSTEAD OF WAITING ON AN OFFLINE
000060*     IDCAMS LOAD. INVOKED UNDER TRANSID HELM.
000080        AUTHOR. ROBERT GOSLING.
000090 ENVIRONMENT DIVISION.
000100        DATA DIVISION.
000180*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000190*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000200        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000201*
000202*     RESP FOR THE CHANGE-JOURNAL WRITE (SEE 9800), KEPT APART
000203*     SO A FAILED JOURNAL WRITE NEVER MASKS THE RESULT OF THE
000204*     FILE CHANGE IT IS RECORDING.
000205        01  WS-JRN-RESP             PIC S9(8) COMP VALUE 0.
000206*
000207*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000208*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000209        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000210*
000220        01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
000230*
000490*     SHOWN (SEE 9300-RECEIVE-BCAST-DETAIL).
000500        01  WS-BCAST-MSG            PIC X(78) VALUE SPACES.
000510*
000512*     CALENDAR DATE KEYED ON THE HELMH SCREEN, EDITED AS A
000514*     YYYYMMDD DATE BEFORE IT IS USED AS THE HELOCAL KEY.
000516        01  WS-CAL-DATE-IN          PIC X(8) VALUE SPACES.
000518        01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-IN.
000520            05  WS-CAL-YYYY         PIC 9(4).
000522            05  WS-CAL-MM           PIC 9(2).
000524                88  WS-CAL-MM-VALID VALUE 1 THRU 12.
000526            05  WS-CAL-DD           PIC 9(2).
000528                88  WS-CAL-DD-VALID VALUE 1 THRU 31.
000530*
000532*     TS QUEUE ERROR LOG RECORD - SAME HELOERR QUEUE AND LAYOUT
000534*     HELLO ITSELF WRITES TO (SEE 9100-LOG-ERROR IN HELLO), SO
000540*     BOTH SUITE TRANSACTIONS' ERRORS SHOW UP IN ONE PLACE.
000550        01  WS-ERROR-RECORD.
000560            05  ERR-TRMID            PIC X(4).
000600*
000610*     VSAM KSDS RECORD LAYOUT - OPERATOR DISPLAY NAME/LANGUAGE
000620        COPY OPERNAM.
000622*
000624*     VSAM KSDS RECORD LAYOUT - OPERATOR PROFILE BY USERID
000626        COPY OPRPROF.
000630*
000640*     VSAM KSDS RECORD LAYOUT - LANGUAGE-CODED GREETING TEXT
000650*     AND THE RESERVED '**' BROADCAST RECORD (SEE 9300)
000700*
000710*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
000720        COPY HELOHIST.
000721*
000722*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
000723        COPY HELOSEC.
000724*
000725*     VSAM KSDS RECORD LAYOUT - BEFORE/AFTER CHANGE JOURNAL
000726        COPY HELOJRN.
000730*
000732*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
000734        COPY HELOCAL.
000736*
000740*     WORKING COPY OF THE COMMAREA, BUILT BEFORE EACH RETURN
000750        COPY HELLOMCA REPLACING HELLOM-COMMAREA BY WS-COMMAREA.
000760*
001130            END-IF
001140            END-IF.
001150*
001160*     MAINTENANCE CARRIES UPDATE AUTHORITY OVER THE KSDS FILES,
001170*     SO UNLIKE HELLO ITSELF A HELLOAUTH RECORD ALONE IS NOT
001180*     ENOUGH - THE RECORD'S AUTH-GROUP MUST BE ADMIN.
001190        0600-CHECK-AUTHORIZED.
001780            END-IF.
001790*
001800        0750-SEND-OUTSIDE-HOURS.
001802            MOVE SPACES TO HELOSEC-RECORD.
001804            SET SEC-OUTSIDE-WINDOW TO TRUE.
001806            PERFORM 9700-WRITE-SECURITY-EVENT.
001810            MOVE LOW-VALUES TO HELMMO.
001820            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
001830                TO MMSGLO.
001870                ERASE
001880            END-EXEC.
001890*
001892*     A HELLOAUTH RECORD WAS READ (WS-RESP NORMAL) BUT ITS GROUP
001894*     DOES NOT COVER THIS TRANSACTION - OTHERWISE THERE WAS NO
001896*     GRANT AT ALL.
001900        0700-SEND-NOT-AUTHORIZED.
001901            MOVE SPACES TO HELOSEC-RECORD.
001902            IF WS-RESP = DFHRESP-NORMAL
001903                SET SEC-WRONG-GROUP TO TRUE
001904            ELSE
001905                SET SEC-NO-GRANT TO TRUE
001906            END-IF.
001907            PERFORM 9700-WRITE-SECURITY-EVENT.
001910            MOVE LOW-VALUES TO HELMMO.
001920            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
001930                TO MMSGLO.
002380                    MOVE LOW-VALUES TO HELMBO
002390                    PERFORM 8250-PREFILL-BCAST
002400                    PERFORM 8200-SEND-BCAST-SCREEN
002402                WHEN "4"
002404                    MOVE LOW-VALUES TO HELMPO
002406                    PERFORM 8300-SEND-PROFILE-SCREEN
002407                WHEN "5"
002408                    MOVE LOW-VALUES TO HELMHO
002409                    PERFORM 8400-SEND-CALENDAR-SCREEN
002410                WHEN OTHER
002420                    MOVE LOW-VALUES TO HELMMO
002430                    MOVE "INVALID OPTION - TRY AGAIN" TO MMSGLO
002540                    PERFORM 9100-RECEIVE-HELLOAUTH-DETAIL
002550                WHEN CA-ST-BCAST OF WS-COMMAREA
002560                    PERFORM 9300-RECEIVE-BCAST-DETAIL
002562                WHEN CA-ST-PROFILE OF WS-COMMAREA
002564                    PERFORM 9200-RECEIVE-PROFILE-DETAIL
002566                WHEN CA-ST-CALENDAR OF WS-COMMAREA
002568                    PERFORM 9400-RECEIVE-CALENDAR-DETAIL
002570                WHEN OTHER
002580                    MOVE LOW-VALUES TO HELMMO
002590                    PERFORM 5000-SEND-MENU
003250                END-IF
003260            END-IF.
003270*
003271*     AS WITH 8000 - THE CALLER OWNS THE STATE OF HELMPO.
003272        8300-SEND-PROFILE-SCREEN.
003273            EXEC CICS SEND MAP("HELMP")
003274                MAPSET("HELLOMM")
003275                FROM(HELMPO)
003276                ERASE
003277            END-EXEC.
003278            SET CA-ST-PROFILE OF WS-COMMAREA TO TRUE.
003279            EXEC CICS RETURN
003280                TRANSID("HELM")
003281                COMMAREA(WS-COMMAREA)
003282                LENGTH(LENGTH OF WS-COMMAREA)
003283            END-EXEC.
003284*
003286*     AS WITH 8000 - THE CALLER OWNS THE STATE OF HELMHO.
003288        8400-SEND-CALENDAR-SCREEN.
003290            EXEC CICS SEND MAP("HELMH")
003292                MAPSET("HELLOMM")
003294                FROM(HELMHO)
003296                ERASE
003298            END-EXEC.
003300            SET CA-ST-CALENDAR OF WS-COMMAREA TO TRUE.
003302            EXEC CICS RETURN
003304                TRANSID("HELM")
003306                COMMAREA(WS-COMMAREA)
003308                LENGTH(LENGTH OF WS-COMMAREA)
003310            END-EXEC.
003312*
003314        9000-RECEIVE-OPERNAME-DETAIL.
003316            MOVE LOW-VALUES TO HELMOI.
003318            EXEC CICS RECEIVE MAP("HELMO")
003320                MAPSET("HELLOMM")
003322                INTO(HELMOI)
003330                RESP(WS-RESP)
003340            END-EXEC.
003350            IF WS-RESP NOT = DFHRESP-NORMAL
003770                EVALUATE WS-RESP
003780                    WHEN DFHRESP-NORMAL
003790                        MOVE "OPERNAME RECORD ADDED" TO OMSGLO
003791                        MOVE SPACES TO HELOJRN-RECORD
003792                        MOVE "OPERNAME" TO JRN-FILE
003793                        MOVE "A" TO JRN-ACTION
003794                        MOVE OPN-KEY TO JRN-REC-KEY
003795                        MOVE OPERNAME-RECORD TO JRN-AFTER-IMAGE
003796                        PERFORM 9800-WRITE-JOURNAL
003800                    WHEN DFHRESP-DUPKEY
003810                        MOVE "RECORD ALREADY EXISTS - USE CHANGE"
003820                            TO OMSGLO
003950                RESP(WS-RESP)
003960            END-EXEC.
003970            IF WS-RESP = DFHRESP-NORMAL
003973                MOVE SPACES TO HELOJRN-RECORD
003976                MOVE OPERNAME-RECORD TO JRN-BEFORE-IMAGE
003980*     A BLANK FIELD MEANS KEEP WHAT IS ON THE RECORD - UNDER
003990*     FRSET AN UNTOUCHED FIELD COMES BACK AS LOW-VALUES EVEN
004000*     THOUGH THE SCREEN STILL SHOWS THE OLD VALUE, SO MOVING IT
004130                END-EXEC
004140                IF WS-RESP = DFHRESP-NORMAL
004150                    MOVE "OPERNAME RECORD UPDATED" TO OMSGLO
004151                    MOVE "OPERNAME" TO JRN-FILE
004152                    MOVE "C" TO JRN-ACTION
004153                    MOVE OPN-KEY TO JRN-REC-KEY
004154                    MOVE OPERNAME-RECORD TO JRN-AFTER-IMAGE
004155                    PERFORM 9800-WRITE-JOURNAL
004160                ELSE
004170                    PERFORM 9900-LOG-ERROR
004180                    MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
004410                END-EXEC
004420                IF WS-RESP = DFHRESP-NORMAL
004430                    MOVE "OPERNAME RECORD DELETED" TO OMSGLO
004431                    MOVE SPACES TO HELOJRN-RECORD
004432                    MOVE "OPERNAME" TO JRN-FILE
004433                    MOVE "D" TO JRN-ACTION
004434                    MOVE OPN-KEY TO JRN-REC-KEY
004435                    MOVE OPERNAME-RECORD TO JRN-BEFORE-IMAGE
004436                    PERFORM 9800-WRITE-JOURNAL
004440                ELSE
004450                    PERFORM 9900-LOG-ERROR
004460                    MOVE "DELETE FAILED - CONTACT THE HELP DESK"
005180                EVALUATE WS-RESP
005190                    WHEN DFHRESP-NORMAL
005200                        MOVE "HELLOAUTH RECORD ADDED" TO AMSGLO
005201                        MOVE SPACES TO HELOJRN-RECORD
005202                        MOVE "HELLOAUTH" TO JRN-FILE
005203                        MOVE "A" TO JRN-ACTION
005204                        MOVE AUTH-USERID TO JRN-REC-KEY
005205                        MOVE HELLOAUTH-RECORD TO JRN-AFTER-IMAGE
005206                        PERFORM 9800-WRITE-JOURNAL
005210                    WHEN DFHRESP-DUPKEY
005220                        MOVE "RECORD ALREADY EXISTS - USE CHANGE"
005230                            TO AMSGLO
005460                RESP(WS-RESP)
005470            END-EXEC
005480            IF WS-RESP = DFHRESP-NORMAL
005483                MOVE SPACES TO HELOJRN-RECORD
005486                MOVE HELLOAUTH-RECORD TO JRN-BEFORE-IMAGE
005490*     BLANK MEANS KEEP, AS WITH THE GROUP FIELD BELOW AND THE
005500*     NAME/LANGUAGE FIELDS IN 9020.
005510                IF ANAMEFI NOT = SPACES
005610                END-EXEC
005620                IF WS-RESP = DFHRESP-NORMAL
005630                    MOVE "HELLOAUTH RECORD UPDATED" TO AMSGLO
005631                    MOVE "HELLOAUTH" TO JRN-FILE
005632                    MOVE "C" TO JRN-ACTION
005633                    MOVE AUTH-USERID TO JRN-REC-KEY
005634                    MOVE HELLOAUTH-RECORD TO JRN-AFTER-IMAGE
005635                    PERFORM 9800-WRITE-JOURNAL
005640                ELSE
005650                    PERFORM 9900-LOG-ERROR
005660                    MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
005770            END-IF
005780            END-IF.
005790*
005792*     CLEARED FIRST, AS IN 9120, SO THE JOURNAL'S BEFORE IMAGE
005794*     OF A SHORT PRE-WINDOW RECORD DOES NOT CARRY THE ADMIN'S
005796*     OWN SHIFT WINDOW LEFT IN THE RECORD AREA BY 0600.
005800        9130-DELETE-HELLOAUTH.
005803            MOVE SPACES TO HELLOAUTH-RECORD.
005806            MOVE AKEYFI TO AUTH-USERID.
005810            EXEC CICS READ FILE("HELLOAUTH")
005820                INTO(HELLOAUTH-RECORD)
005830                RIDFLD(AUTH-USERID)
005900                END-EXEC
005910                IF WS-RESP = DFHRESP-NORMAL
005920                    MOVE "HELLOAUTH RECORD DELETED" TO AMSGLO
005921                    MOVE SPACES TO HELOJRN-RECORD
005922                    MOVE "HELLOAUTH" TO JRN-FILE
005923                    MOVE "D" TO JRN-ACTION
005924                    MOVE AUTH-USERID TO JRN-REC-KEY
005925                    MOVE HELLOAUTH-RECORD TO JRN-BEFORE-IMAGE
005926                    PERFORM 9800-WRITE-JOURNAL
005930                ELSE
005940                    PERFORM 9900-LOG-ERROR
005950                    MOVE "DELETE FAILED - CONTACT THE HELP DESK"
006040                        TO AMSGLO
006050                END-IF
006060            END-IF.
006061*
006062*     OPRPROF MAINTENANCE, SAME SHAPE AS THE OPERNAME SCREEN BUT
006063*     KEYED BY USERID. A PROFILE OVERRIDES THE TERMINAL'S
006064*     OPERNAME RECORD WHEN HELLO GREETS THAT USER.
006065        9200-RECEIVE-PROFILE-DETAIL.
006066            MOVE LOW-VALUES TO HELMPI.
006067            EXEC CICS RECEIVE MAP("HELMP")
006068                MAPSET("HELLOMM")
006069                INTO(HELMPI)
006070                RESP(WS-RESP)
006071            END-EXEC.
006072            IF WS-RESP NOT = DFHRESP-NORMAL
006073                AND WS-RESP NOT = DFHRESP-MAPFAIL
006074                PERFORM 9900-LOG-ERROR
006075            END-IF.
006076            IF EIBAID = DFHPF3
006077                MOVE LOW-VALUES TO HELMMO
006078                PERFORM 5000-SEND-MENU
006079            ELSE
006080                MOVE SPACES TO OPRPROF-RECORD
006081                MOVE PKEYFI TO PRF-USERID
006082                EVALUATE PACTFI
006083                    WHEN "A"
006084                        PERFORM 9210-ADD-PROFILE
006085                    WHEN "C"
006086                        PERFORM 9220-CHANGE-PROFILE
006087                    WHEN "D"
006088                        PERFORM 9230-DELETE-PROFILE
006089                    WHEN OTHER
006090                        MOVE "INVALID ACTION - USE A, C OR D"
006091                            TO PMSGLO
006092                END-EVALUATE
006093                PERFORM 8300-SEND-PROFILE-SCREEN
006094            END-IF.
006095*
006096        9210-ADD-PROFILE.
006097            IF PKEYFI = SPACES OR LOW-VALUES
006098                MOVE "USERID IS REQUIRED" TO PMSGLO
006099            ELSE
006100*     AS IN 9010 - STORE SPACES, NOT LOW-VALUES, ON THE RECORD.
006101                MOVE PNAMEFI TO PRF-NAME
006102                MOVE PLANGFI TO PRF-LANG-CD
006103                IF PRF-NAME = LOW-VALUES
006104                    MOVE SPACES TO PRF-NAME
006105                END-IF
006106                IF PRF-LANG-CD = LOW-VALUES
006107                    MOVE SPACES TO PRF-LANG-CD
006108                END-IF
006109                EXEC CICS WRITE FILE("OPRPROF")
006110                    FROM(OPRPROF-RECORD)
006111                    RIDFLD(PRF-USERID)
006112                    RESP(WS-RESP)
006113                END-EXEC
006114                EVALUATE WS-RESP
006115                    WHEN DFHRESP-NORMAL
006116                        MOVE "OPRPROF RECORD ADDED" TO PMSGLO
006117                        MOVE SPACES TO HELOJRN-RECORD
006118                        MOVE "OPRPROF" TO JRN-FILE
006119                        MOVE "A" TO JRN-ACTION
006120                        MOVE PRF-USERID TO JRN-REC-KEY
006121                        MOVE OPRPROF-RECORD TO JRN-AFTER-IMAGE
006122                        PERFORM 9800-WRITE-JOURNAL
006123                    WHEN DFHRESP-DUPKEY
006124                        MOVE "RECORD ALREADY EXISTS - USE CHANGE"
006125                            TO PMSGLO
006126                    WHEN OTHER
006127                        PERFORM 9900-LOG-ERROR
006128                        MOVE "ADD FAILED - CONTACT THE HELP DESK"
006129                            TO PMSGLO
006130                END-EVALUATE
006131            END-IF.
006132*
006133        9220-CHANGE-PROFILE.
006134            EXEC CICS READ FILE("OPRPROF")
006135                INTO(OPRPROF-RECORD)
006136                RIDFLD(PRF-USERID)
006137                UPDATE
006138                RESP(WS-RESP)
006139            END-EXEC.
006140            IF WS-RESP = DFHRESP-NORMAL
006141                MOVE SPACES TO HELOJRN-RECORD
006142                MOVE OPRPROF-RECORD TO JRN-BEFORE-IMAGE
006143*     BLANK MEANS KEEP, AS IN 9020.
006144                IF PNAMEFI NOT = SPACES
006145                    AND PNAMEFI NOT = LOW-VALUES
006146                    MOVE PNAMEFI TO PRF-NAME
006147                END-IF
006148                IF PLANGFI NOT = SPACES
006149                    AND PLANGFI NOT = LOW-VALUES
006150                    MOVE PLANGFI TO PRF-LANG-CD
006151                END-IF
006152                EXEC CICS REWRITE FILE("OPRPROF")
006153                    FROM(OPRPROF-RECORD)
006154                    RESP(WS-RESP)
006155                END-EXEC
006156                IF WS-RESP = DFHRESP-NORMAL
006157                    MOVE "OPRPROF RECORD UPDATED" TO PMSGLO
006158                    MOVE "OPRPROF" TO JRN-FILE
006159                    MOVE "C" TO JRN-ACTION
006160                    MOVE PRF-USERID TO JRN-REC-KEY
006161                    MOVE OPRPROF-RECORD TO JRN-AFTER-IMAGE
006162                    PERFORM 9800-WRITE-JOURNAL
006163                ELSE
006164                    PERFORM 9900-LOG-ERROR
006165                    MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
006166                        TO PMSGLO
006167                END-IF
006168            ELSE
006169                IF WS-RESP = DFHRESP-NOTFND
006170                    MOVE "RECORD NOT FOUND" TO PMSGLO
006171                ELSE
006172                    PERFORM 9900-LOG-ERROR
006173                    MOVE "READ FAILED - CONTACT THE HELP DESK"
006174                        TO PMSGLO
006175                END-IF
006176            END-IF.
006177*
006178        9230-DELETE-PROFILE.
006179            EXEC CICS READ FILE("OPRPROF")
006180                INTO(OPRPROF-RECORD)
006181                RIDFLD(PRF-USERID)
006182                UPDATE
006183                RESP(WS-RESP)
006184            END-EXEC.
006185            IF WS-RESP = DFHRESP-NORMAL
006186                EXEC CICS DELETE FILE("OPRPROF")
006187                    RESP(WS-RESP)
006188                END-EXEC
006189                IF WS-RESP = DFHRESP-NORMAL
006190                    MOVE "OPRPROF RECORD DELETED" TO PMSGLO
006191                    MOVE SPACES TO HELOJRN-RECORD
006192                    MOVE "OPRPROF" TO JRN-FILE
006193                    MOVE "D" TO JRN-ACTION
006194                    MOVE PRF-USERID TO JRN-REC-KEY
006195                    MOVE OPRPROF-RECORD TO JRN-BEFORE-IMAGE
006196                    PERFORM 9800-WRITE-JOURNAL
006197                ELSE
006198                    PERFORM 9900-LOG-ERROR
006199                    MOVE "DELETE FAILED - CONTACT THE HELP DESK"
006200                        TO PMSGLO
006201                END-IF
006202            ELSE
006203                IF WS-RESP = DFHRESP-NOTFND
006204                    MOVE "RECORD NOT FOUND" TO PMSGLO
006205                ELSE
006206                    PERFORM 9900-LOG-ERROR
006207                    MOVE "READ FAILED - CONTACT THE HELP DESK"
006208                        TO PMSGLO
006209                END-IF
006210            END-IF.
006211*
006212*     ONE SCREEN, ONE FIELD: NON-BLANK TEXT BECOMES THE '**'
006213*     BROADCAST RECORD (ADDED OR REWRITTEN AS NEEDED), A BLANK
006214*     FIELD CLEARS IT. THE RESULT MESSAGE IS BUILT FIRST, THEN
006215*     THE SCREEN IS CLEARED AND RE-PREFILLED FROM THE FILE SO
006216*     WHAT OPERATIONS SEES IS WHAT IS ACTUALLY IN FORCE.
006217        9300-RECEIVE-BCAST-DETAIL.
006218            MOVE LOW-VALUES TO HELMBI.
006219            EXEC CICS RECEIVE MAP("HELMB")
006220                MAPSET("HELLOMM")
006221                INTO(HELMBI)
006222                RESP(WS-RESP)
006223            END-EXEC.
006224            IF WS-RESP NOT = DFHRESP-NORMAL
006225                AND WS-RESP NOT = DFHRESP-MAPFAIL
006226                PERFORM 9900-LOG-ERROR
006230            END-IF.
006240            IF EIBAID = DFHPF3
006250                MOVE LOW-VALUES TO HELMMO
006480            EVALUATE WS-RESP
006490                WHEN DFHRESP-NORMAL
006500                    MOVE "BROADCAST SET" TO WS-BCAST-MSG
006501                    MOVE SPACES TO HELOJRN-RECORD
006502                    MOVE "MSGTBL" TO JRN-FILE
006503                    MOVE "A" TO JRN-ACTION
006504                    MOVE MSG-LANG-CD TO JRN-REC-KEY
006505                    MOVE MSGTBL-RECORD TO JRN-AFTER-IMAGE
006506                    PERFORM 9800-WRITE-JOURNAL
006510                WHEN DFHRESP-DUPKEY
006520                    PERFORM 9315-REWRITE-BROADCAST
006530                WHEN OTHER
006640                RESP(WS-RESP)
006650            END-EXEC.
006660            IF WS-RESP = DFHRESP-NORMAL
006663                MOVE SPACES TO HELOJRN-RECORD
006666                MOVE MSGTBL-RECORD TO JRN-BEFORE-IMAGE
006670                MOVE SPACES TO MSG-PREFIX
006680                MOVE SPACES TO MSG-SUFFIX
006690                MOVE BTXTFI TO MSG-BCAST-TEXT
006730                END-EXEC
006740                IF WS-RESP = DFHRESP-NORMAL
006750                    MOVE "BROADCAST REPLACED" TO WS-BCAST-MSG
006751                    MOVE "MSGTBL" TO JRN-FILE
006752                    MOVE "C" TO JRN-ACTION
006753                    MOVE MSG-LANG-CD TO JRN-REC-KEY
006754                    MOVE MSGTBL-RECORD TO JRN-AFTER-IMAGE
006755                    PERFORM 9800-WRITE-JOURNAL
006760                ELSE
006770                    PERFORM 9900-LOG-ERROR
006780                    MOVE "SAVE FAILED - CONTACT THE HELP DESK"
006990                END-EXEC
007000                IF WS-RESP = DFHRESP-NORMAL
007010                    MOVE "BROADCAST CLEARED" TO WS-BCAST-MSG
007011                    MOVE SPACES TO HELOJRN-RECORD
007012                    MOVE "MSGTBL" TO JRN-FILE
007013                    MOVE "D" TO JRN-ACTION
007014                    MOVE MSG-LANG-CD TO JRN-REC-KEY
007015                    MOVE MSGTBL-RECORD TO JRN-BEFORE-IMAGE
007016                    PERFORM 9800-WRITE-JOURNAL
007020                ELSE
007030                    PERFORM 9900-LOG-ERROR
007040                    MOVE "CLEAR FAILED - CONTACT THE HELP DESK"
007130                        TO WS-BCAST-MSG
007140                END-IF
007150            END-IF.
007152*
007162*     HELOCAL CALENDAR MAINTENANCE, SAME SHAPE AS THE OPRPROF
007172*     SCREEN BUT KEYED BY DATE. TYPE H IS A HOLIDAY (BATCH
007182*     REPORTING ONLY), TYPE C A SITE CLOSURE, WHICH ALSO SHUTS
007192*     THE ONLINE TRANSACTIONS TO ALL BUT THE ADM GROUP FOR THE
007202*     DAY. THE DATE IS EDITED ONCE HERE FOR ALL THREE ACTIONS.
007212        9400-RECEIVE-CALENDAR-DETAIL.
007222            MOVE LOW-VALUES TO HELMHI.
007232            EXEC CICS RECEIVE MAP("HELMH")
007242                MAPSET("HELLOMM")
007252                INTO(HELMHI)
007262                RESP(WS-RESP)
007272            END-EXEC.
007282            IF WS-RESP NOT = DFHRESP-NORMAL
007292                AND WS-RESP NOT = DFHRESP-MAPFAIL
007302                PERFORM 9900-LOG-ERROR
007312            END-IF.
007322            IF EIBAID = DFHPF3
007332                MOVE LOW-VALUES TO HELMMO
007342                PERFORM 5000-SEND-MENU
007352            ELSE
007362                MOVE HDATEFI TO WS-CAL-DATE-IN
007372                IF WS-CAL-DATE-IN IS NOT NUMERIC
007382                    MOVE "DATE MUST BE YYYYMMDD" TO HMSGLO
007392                ELSE
007402                IF NOT WS-CAL-MM-VALID OR NOT WS-CAL-DD-VALID
007412                    MOVE "DATE MUST BE YYYYMMDD" TO HMSGLO
007422                ELSE
007432                    MOVE SPACES TO HELOCAL-RECORD
007442                    MOVE WS-CAL-DATE-IN TO CAL-DATE
007452                    EVALUATE HACTFI
007462                        WHEN "A"
007472                            PERFORM 9410-ADD-CALENDAR
007482                        WHEN "C"
007492                            PERFORM 9420-CHANGE-CALENDAR
007502                        WHEN "D"
007512                            PERFORM 9430-DELETE-CALENDAR
007522                        WHEN OTHER
007532                            MOVE "INVALID ACTION - USE A, C OR D"
007542                                TO HMSGLO
007552                    END-EVALUATE
007562                END-IF
007572                END-IF
007582                PERFORM 8400-SEND-CALENDAR-SCREEN
007592            END-IF.
007602*
007612        9410-ADD-CALENDAR.
007622            MOVE HTYPEFI TO CAL-TYPE.
007632            IF NOT CAL-TYPE-VALID
007642                MOVE "TYPE MUST BE H (HOLIDAY) OR C (CLOSED)"
007652                    TO HMSGLO
007662            ELSE
007672*     AS IN 9010 - STORE SPACES, NOT LOW-VALUES, ON THE RECORD.
007682                MOVE HDESCFI TO CAL-DESC
007692                IF CAL-DESC = LOW-VALUES
007702                    MOVE SPACES TO CAL-DESC
007712                END-IF
007722                EXEC CICS WRITE FILE("HELOCAL")
007732                    FROM(HELOCAL-RECORD)
007742                    RIDFLD(CAL-DATE)
007752                    RESP(WS-RESP)
007762                END-EXEC
007772                EVALUATE WS-RESP
007782                    WHEN DFHRESP-NORMAL
007792                        MOVE "HELOCAL RECORD ADDED" TO HMSGLO
007802                        MOVE SPACES TO HELOJRN-RECORD
007812                        MOVE "HELOCAL" TO JRN-FILE
007822                        MOVE "A" TO JRN-ACTION
007832                        MOVE CAL-DATE TO JRN-REC-KEY
007842                        MOVE HELOCAL-RECORD TO JRN-AFTER-IMAGE
007852                        PERFORM 9800-WRITE-JOURNAL
007862                    WHEN DFHRESP-DUPKEY
007872                        MOVE "RECORD ALREADY EXISTS - USE CHANGE"
007882                            TO HMSGLO
007892                    WHEN OTHER
007902                        PERFORM 9900-LOG-ERROR
007912                        MOVE "ADD FAILED - CONTACT THE HELP DESK"
007922                            TO HMSGLO
007932                END-EVALUATE
007942            END-IF.
007952*
007962*     BLANK MEANS KEEP, AS IN 9020 - BUT A TYPE THAT IS KEYED
007972*     MUST STILL BE H OR C, SO IT IS EDITED BEFORE THE READ.
007982        9420-CHANGE-CALENDAR.
007992            IF HTYPEFI NOT = SPACES
008002                AND HTYPEFI NOT = LOW-VALUES
008012                AND HTYPEFI NOT = "H"
008022                AND HTYPEFI NOT = "C"
008032                MOVE "TYPE MUST BE H (HOLIDAY) OR C (CLOSED)"
008042                    TO HMSGLO
008052            ELSE
008062            EXEC CICS READ FILE("HELOCAL")
008072                INTO(HELOCAL-RECORD)
008082                RIDFLD(CAL-DATE)
008092                UPDATE
008102                RESP(WS-RESP)
008112            END-EXEC
008122            IF WS-RESP = DFHRESP-NORMAL
008132                MOVE SPACES TO HELOJRN-RECORD
008142                MOVE HELOCAL-RECORD TO JRN-BEFORE-IMAGE
008152                IF HTYPEFI NOT = SPACES
008162                    AND HTYPEFI NOT = LOW-VALUES
008172                    MOVE HTYPEFI TO CAL-TYPE
008182                END-IF
008192                IF HDESCFI NOT = SPACES
008202                    AND HDESCFI NOT = LOW-VALUES
008212                    MOVE HDESCFI TO CAL-DESC
008222                END-IF
008232                EXEC CICS REWRITE FILE("HELOCAL")
008242                    FROM(HELOCAL-RECORD)
008252                    RESP(WS-RESP)
008262                END-EXEC
008272                IF WS-RESP = DFHRESP-NORMAL
008282                    MOVE "HELOCAL RECORD UPDATED" TO HMSGLO
008292                    MOVE "HELOCAL" TO JRN-FILE
008302                    MOVE "C" TO JRN-ACTION
008312                    MOVE CAL-DATE TO JRN-REC-KEY
008322                    MOVE HELOCAL-RECORD TO JRN-AFTER-IMAGE
008332                    PERFORM 9800-WRITE-JOURNAL
008342                ELSE
008352                    PERFORM 9900-LOG-ERROR
008362                    MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
008372                        TO HMSGLO
008382                END-IF
008392            ELSE
008402                IF WS-RESP = DFHRESP-NOTFND
008412                    MOVE "RECORD NOT FOUND" TO HMSGLO
008422                ELSE
008432                    PERFORM 9900-LOG-ERROR
008442                    MOVE "READ FAILED - CONTACT THE HELP DESK"
008452                        TO HMSGLO
008462                END-IF
008472            END-IF
008482            END-IF.
008492*
008502        9430-DELETE-CALENDAR.
008512            EXEC CICS READ FILE("HELOCAL")
008522                INTO(HELOCAL-RECORD)
008532                RIDFLD(CAL-DATE)
008542                UPDATE
008552                RESP(WS-RESP)
008562            END-EXEC.
008572            IF WS-RESP = DFHRESP-NORMAL
008582                EXEC CICS DELETE FILE("HELOCAL")
008592                    RESP(WS-RESP)
008602                END-EXEC
008612                IF WS-RESP = DFHRESP-NORMAL
008622                    MOVE "HELOCAL RECORD DELETED" TO HMSGLO
008632                    MOVE SPACES TO HELOJRN-RECORD
008642                    MOVE "HELOCAL" TO JRN-FILE
008652                    MOVE "D" TO JRN-ACTION
008662                    MOVE CAL-DATE TO JRN-REC-KEY
008672                    MOVE HELOCAL-RECORD TO JRN-BEFORE-IMAGE
008682                    PERFORM 9800-WRITE-JOURNAL
008692                ELSE
008702                    PERFORM 9900-LOG-ERROR
008712                    MOVE "DELETE FAILED - CONTACT THE HELP DESK"
008722                        TO HMSGLO
008732                END-IF
008742            ELSE
008752                IF WS-RESP = DFHRESP-NOTFND
008762                    MOVE "RECORD NOT FOUND" TO HMSGLO
008772                ELSE
008782                    PERFORM 9900-LOG-ERROR
008792                    MOVE "READ FAILED - CONTACT THE HELP DESK"
008802                        TO HMSGLO
008812                END-IF
008822            END-IF.
008832*
008842*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
008852*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
008862*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
008872*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
008882*     BUT THE DENIAL STANDS.
008892        9700-WRITE-SECURITY-EVENT.
008902            EXEC CICS ASKTIME
008912                ABSTIME(WS-ABSTIME)
008922            END-EXEC.
008932            EXEC CICS FORMATTIME
008942                ABSTIME(WS-ABSTIME)
008952                YYYYMMDD(SEC-DATE)
008962                TIME(SEC-TIME)
008972            END-EXEC.
008982            MOVE EIBTRMID TO SEC-TRMID.
008992            MOVE EIBTASKN TO SEC-TASKN.
009002            MOVE WS-USERID TO SEC-USERID.
009012            MOVE EIBTRNID TO SEC-TRANID.
009022            MOVE "HELLOMNT" TO SEC-PROGRAM.
009032            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
009042            EXEC CICS WRITE FILE("HELOSEC")
009052                FROM(HELOSEC-RECORD)
009062                RIDFLD(SEC-KEY)
009072                RESP(WS-SEC-RESP)
009082            END-EXEC.
009092            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
009102                PERFORM 9900-LOG-ERROR
009112            END-IF.
009122*
009132*     WRITE ONE BEFORE/AFTER RECORD TO THE HELLOJRN CHANGE
009142*     JOURNAL. THE CALLER HAS ALREADY FILLED IN THE FILE,
009152*     ACTION, KEY AND IMAGES; THIS ADDS WHO, WHERE AND WHEN.
009162*     THE CHANGE ITSELF HAS ALREADY BEEN MADE, SO A FAILED
009172*     JOURNAL WRITE IS LOGGED BUT DOES NOT FAIL THE UPDATE.
009182        9800-WRITE-JOURNAL.
009192            EXEC CICS ASKTIME
009202                ABSTIME(WS-ABSTIME)
009212            END-EXEC.
009222            EXEC CICS FORMATTIME
009232                ABSTIME(WS-ABSTIME)
009242                YYYYMMDD(JRN-DATE)
009252                TIME(JRN-TIME)
009262            END-EXEC.
009272            MOVE EIBTRMID TO JRN-TRMID.
009282            MOVE EIBTASKN TO JRN-TASKN.
009292            MOVE WS-USERID TO JRN-USERID.
009302            MOVE "HELM" TO JRN-SOURCE.
009312            EXEC CICS WRITE FILE("HELLOJRN")
009322                FROM(HELOJRN-RECORD)
009332                RIDFLD(JRN-KEY)
009342                RESP(WS-JRN-RESP)
009352            END-EXEC.
009362            IF WS-JRN-RESP NOT = DFHRESP-NORMAL
009372                PERFORM 9900-LOG-ERROR
009382            END-IF.
009392*
009402        9900-LOG-ERROR.
009412            MOVE EIBTRMID TO ERR-TRMID.
009422            MOVE EIBTASKN TO ERR-TASKN.
009432            MOVE EIBRESP  TO ERR-RESP.
009442            MOVE EIBRESP2 TO ERR-RESP2.
009452            EXEC CICS WRITEQ TS
009462                QUEUE("HELOERR")
009472                FROM(WS-ERROR-RECORD)
009482                LENGTH(LENGTH OF WS-ERROR-RECORD)
009492            END-EXEC.
009502            PERFORM 9950-WRITE-ERROR-HISTORY.
009512*
009522*     MIRROR THE HELOERR ENTRY TO THE PERMANENT HELOHIST KSDS,
009532*     EXACTLY AS HELLO'S 9200-WRITE-ERROR-HISTORY DOES - RESP/
009542*     RESP2 COME FROM WS-ERROR-RECORD BECAUSE THE ASKTIME HAS
009552*     ALREADY RESET THE EIB, AND A FAILING WRITE IS IGNORED SO
009562*     THE ERROR LOGGER CAN NEVER LOOP BACK INTO 9999-ERROR.
009572        9950-WRITE-ERROR-HISTORY.
009582            EXEC CICS ASKTIME
009592                ABSTIME(WS-ABSTIME)
009602            END-EXEC.
009612            EXEC CICS FORMATTIME
009622                ABSTIME(WS-ABSTIME)
009632                MMDDYY(HIST-DATE)
009642                TIME(HIST-TIME)
009652            END-EXEC.
009662            MOVE ERR-TRMID TO HIST-TRMID.
009672            MOVE ERR-TASKN TO HIST-TASKN.
009682            MOVE ERR-RESP  TO HIST-RESP.
009692            MOVE ERR-RESP2 TO HIST-RESP2.
009702            EXEC CICS WRITE FILE("HELOHIST")
009712                FROM(HELOHIST-RECORD)
009722                RIDFLD(HIST-KEY)
009732                RESP(WS-LOG-RESP)
009742            END-EXEC.
009752*
009762*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
009772*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN).
009782        9999-ERROR.
009792            PERFORM 9900-LOG-ERROR.
009802            MOVE LOW-VALUES TO HELMMO.
009812            MOVE "TRANSACTION UNAVAILABLE - CONTACT THE HELP DESK"
009822                TO MMSGLO.
009832            EXEC CICS SEND MAP("HELMM")
009842                MAPSET("HELLOMM")
009852                FROM(HELMMO)
009862                ERASE
009872                RESP(WS-RESP)
009882            END-EXEC.
009892            EXEC CICS RETURN
009902            END-EXEC.
