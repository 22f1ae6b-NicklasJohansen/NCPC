001989*    2026-09-02  RH   ELEVATION FIELDS WIDENED SUITE-WIDE: THE
001992*                      DETAIL VALUE IS NOW FIVE DIGITS AND THE
001995*                      HASH TOTAL ELEVEN.
001996*    2026-10-15  RH   HIKEOUT NOW ENDS WITH THE SUBMITTING SITE;
001997*                      THE LAYOUT HERE FOLLOWS.
002000*----------------------------------------------------------------
002100*
002200*    XTRCCTL CARD LAYOUT (NO CARD DEFAULTS TO FILTER):
005600     05 HO-TRAIL-NAME             PIC X(30).
005700     05 FILLER                    PIC X(02).
005800     05 HO-REGION-CODE            PIC X(04).
005900     05 FILLER                    PIC X(58).
006000
006100 FD  XTRCCTL.
006200 01  XC-CONTROL-RECORD.
