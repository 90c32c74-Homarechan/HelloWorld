000100*****************************************************************
000200*        HELOSCA -- DFHCOMMAREA LAYOUT FOR THE HELOSMON ACTIVE-  *
000300*        SESSION MONITOR TRANSACTION (HELS). CARRIES HOW MANY    *
000400*        SESSIONS LIE ABOVE THE PAGE ON THE SCREEN, FOR PF7/PF8, *
000500*        AND THE TERMINAL SHOWN ON EACH OF ITS TWELVE LINES, SO  *
000600*        A LINE NUMBER KEYED FOR A RESET ALWAYS MEANS THE        *
000700*        TERMINAL THE SUPERVISOR WAS LOOKING AT - EVEN IF OTHER  *
000800*        SESSIONS HAVE STARTED OR ENDED SINCE.                   *
000900*****************************************************************
001000 01  HELOSM-COMMAREA.
001100     05  CA-STATE                PIC X(4).
001200         88  CA-ST-MONITOR       VALUE 'SMON'.
001300     05  CA-SKIP-COUNT           PIC S9(4) COMP.
001400     05  CA-PAGE-TABLE.
001500         10  CA-PAGE-TRMID       PIC X(4) OCCURS 12 TIMES.
