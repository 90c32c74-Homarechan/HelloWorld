000300*        ONE RECORD PER OVERNIGHT JOB, KEYED BY PROGRAM NAME,    *
000400*        STAMPED AT END OF EACH SUCCESSFUL RUN. THE OVERNIGHT    *
000500*        SEQUENCE LIVES HERE INSTEAD OF ONLY IN JCL COMMENTS:    *
000600*        HELLOARC REFUSES TO START UNTIL TODAY'S HELLORPT,       *
000700*        HELLOREC AND HELOWEXT STAMPS ARE PRESENT, AND THE HELR  *
000800*        INQUIRY SHOWS A SUPERVISOR LAST NIGHT'S STAMPS BEFORE   *
000900*        THE REGION OPENS.                                       *
001000*****************************************************************
001100 01  HELLORUN-RECORD.
001200     05  RUN-KEY.
