000100*****************************************************************
000200*        OPRPROF -- RECORD LAYOUT FOR THE OPRPROF VSAM KSDS.     *
000300*        OPERATOR PROFILE KEYED BY THE SIGNED-ON USERID, SO THE  *
000400*        HELLO GREETING AND LANGUAGE FOLLOW THE PERSON FROM      *
000500*        TERMINAL TO TERMINAL. HELLO READS IT BEFORE OPERNAME    *
000600*        AND FALLS BACK TO THE TERMINAL'S OPERNAME RECORD ONLY   *
000700*        WHEN THE USER HAS NO PROFILE. WRITTEN BY HELO OPTION 4, *
000800*        HELM AND THE HELLOSYN ROSTER SYNC (TYPE 'P' RECORDS).   *
000900*****************************************************************
001000 01  OPRPROF-RECORD.
001100     05  PRF-USERID              PIC X(8).
001200     05  PRF-NAME                PIC X(20).
001300     05  PRF-LANG-CD             PIC X(2).
