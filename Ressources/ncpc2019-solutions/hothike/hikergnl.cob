002000*                      LINE.  THE OPTIONAL RGNLCTL CARD LIMITS
002100*                      THE REPORT TO ONE REGION SO EACH
002200*                      COORDINATOR CAN GET THEIR OWN PAGES.
002230*    2026-10-15  RH   HIKEOUT NOW ENDS WITH THE SUBMITTING SITE;
002260*                      THE LAYOUT HERE FOLLOWS.
002300*----------------------------------------------------------------
002400*
002500*    RGNLCTL CARD LAYOUT (NO CARD REPORTS EVERY REGION):
007200     05 HO-ORIGIN                 PIC X(04).
007300     05 FILLER                    PIC X(02).
007400     05 HO-CYCLE                  PIC X(03).
007430     05 FILLER                    PIC X(02).
007460     05 HO-SITE-ID                PIC X(08).
007500
007600 FD  RGNLCTL.
007700 01  RC-CONTROL-RECORD.
