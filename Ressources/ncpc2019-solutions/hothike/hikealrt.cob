002300*                      HIKEHIST GETS A CLOSE RECOMMENDATION IN
002400*                      THE TRLMAINT TRANSACTION FORMAT ON
002500*                      ALRTTRAN.
002510*    2026-10-15  RH   HIKEOUT NOW ENDS WITH THE SUBMITTING SITE;
002520*                      THE LAYOUT HERE FOLLOWS.
002530*    2026-10-15  RH   ALRTTRAN CLOSE CARDS NOW CARRY "HIKEALRT"
002540*                      IN COLS 56-63 SO TRLMAINT CAN RESOLVE THE
002550*                      TRAIL'S ALERT CASE WHEN IT APPLIES ONE.
002600*----------------------------------------------------------------
002700*
002800*    ALRTCTL CARD LAYOUT (ONE CARD PER DIFFICULTY CLASS):
009300     05 HO-ORIGIN                 PIC X(04).
009400     05 FILLER                    PIC X(02).
009500     05 HO-CYCLE                  PIC X(03).
009530     05 FILLER                    PIC X(02).
009560     05 HO-SITE-ID                PIC X(08).
009600
009700 FD  ALRTCTL.
009800 01  AC-CONTROL-RECORD.
015300     05 AT-ACTION                 PIC X(06).
015400     05 FILLER                    PIC X(01) VALUE SPACE.
015500     05 AT-TRAIL-ID               PIC X(08).
015530     05 FILLER                    PIC X(40) VALUE SPACES.
015560     05 AT-SOURCE                 PIC X(08).
015600
015609 FD  JOBSTATE.
015618 01  JS-STATE-RECORD.
067200     MOVE SPACES TO AT-TRAN-CARD.
067300     MOVE "CLOSE" TO AT-ACTION.
067400     MOVE HO-HIKE-ID TO AT-TRAIL-ID.
067450     MOVE "HIKEALRT" TO AT-SOURCE.
067500     WRITE AT-TRAN-CARD.
067600     IF WS-ALRTTRAN-STATUS NOT = "00"
067700        MOVE "ALRTTRAN" TO WS-ABEND-FILE-ID
