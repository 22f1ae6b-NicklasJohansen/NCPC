001700*                      SO THE UPSTREAM COLLECTORS CAN BE SHOWN
001800*                      WHICH OF THEIR DATA PROBLEMS ARE GROWING
001900*                      WITHOUT READING THE FILE BY EYE.
001930*    2026-10-15  RH   HIKEERR NOW ENDS WITH THE SUBMITTING SITE;
001960*                      THE LAYOUT HERE FOLLOWS.
002000*----------------------------------------------------------------
002100*
002200*    ERRACTL CARD LAYOUT (ANY FIELD LEFT AS SPACES IS NOT
005300     05 HE-REASON-CODE            PIC X(04).
005400     05 FILLER                    PIC X(02).
005500     05 HE-REASON                 PIC X(60).
005530     05 FILLER                    PIC X(02).
005560     05 HE-SITE-ID                PIC X(08).
005600
005700 FD  HIKESTAT.
005800 01  HK-STAT-RECORD.
