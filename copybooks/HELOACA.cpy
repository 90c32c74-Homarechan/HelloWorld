001700*        BACK TO THE NOTES BEFORE IT. HIGH-VALUES MEANS START
001800*        FROM THE NEWEST NOTE.
001900     05  CA-BROWSE-STAMP         PIC X(16).
002000*        STAMPS OF THE NOTES ON THE LAST SCREEN, BY SCREEN LINE
002100*        (LINE 1 IS THE NEWEST), SO A LINE NUMBER KEYED IN THE
002200*        ACK FIELD CAN BE TURNED BACK INTO A HANDOVER KEY. SPACES
002300*        FOR A LINE THAT WAS LEFT EMPTY.
002400     05  CA-LINE-STAMPS.
002500         10  CA-LINE-STAMP       PIC X(16) OCCURS 10 TIMES.
