000100*****************************************************************
000200*        HELOCAL -- RECORD LAYOUT FOR THE HELOCAL VSAM KSDS.     *
000300*        HOLIDAY AND SITE-CLOSURE CALENDAR, ONE RECORD PER DATE  *
000400*        THAT IS NOT A NORMAL BUSINESS DAY, KEYED BY THE DATE    *
000500*        AS YYYYMMDD SO A RANGE IS ONE KEYED START. MAINTAINED   *
000600*        FROM HELM OPTION 5. HELLOEXC LEAVES THESE DATES OUT OF  *
000700*        ITS BASELINE AND SKIPS THE QUIET-TERMINAL CHECK ON      *
000800*        THEM; HELLOMTH MARKS THEM AND AVERAGES ONLY OVER THE    *
000900*        OTHER DAYS. A SITE-CLOSURE DAY ALSO SHUTS EVERY ONLINE  *
001000*        TRANSACTION TO ALL BUT THE ADM GROUP (SEE 0680 IN EACH  *
001100*        PROGRAM); A HOLIDAY LEAVES ACCESS AS IT IS.             *
001200*****************************************************************
001300 01  HELOCAL-RECORD.
001400     05  CAL-DATE                PIC X(8).
001500     05  CAL-TYPE                PIC X(1).
001600         88  CAL-HOLIDAY         VALUE 'H'.
001700         88  CAL-CLOSURE         VALUE 'C'.
001800         88  CAL-TYPE-VALID      VALUE 'H' 'C'.
001900     05  CAL-DESC                PIC X(30).
