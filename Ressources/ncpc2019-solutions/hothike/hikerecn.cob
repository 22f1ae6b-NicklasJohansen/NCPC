001994*    2026-09-02  RH   ELEVATION FIELDS WIDENED SUITE-WIDE: THE
001996*                      HIKEOUT AND HIKECHK LAYOUTS HERE FOLLOW.
001997*    2026-09-02  RH   HIKEERR NOW CARRIES THE RUN DATE AND A REASON
002007*                      CODE; THE RECORD LENGTH HERE FOLLOWS.
002017*    2026-10-15  RH   HIKEOUT AND HIKEERR NOW END WITH THE
002027*                      SUBMITTING SITE; THE RECORD LENGTHS HERE
002037*                      FOLLOW.
002047*    2026-10-15  RH   A HIKE'S DATA LINE MAY NOW CONTINUE ONTO
002057*                      FURTHER LINES WHILE IT ENDS IN A LONE "&";
002067*                      THE HIKEIN AND HIKERSUB COUNTS SKIP THE
002077*                      CONTINUATION LINES THE WAY HOTHIKE DOES.
002087*----------------------------------------------------------------
002100*
002200*    EVERY HIKE THAT ENTERS A RUN MUST COME OUT SOMEWHERE:
002300*        HIKEIN + HIKERSUB HIKES = HIKEOUT + HIKEERR RECORDS
004930 01  RS-INPUT-RECORD              PIC X(1000).
005000
005100 FD  HIKEOUT.
005200 01  HO-OUTPUT-RECORD             PIC X(125).
005300
005400 FD  HIKEERR.
005500 01  HE-ERROR-RECORD              PIC X(107).
005600
005700 FD  HIKECHK.
005800 01  HK-CHECKPOINT-RECORD.
009300 77  WS-HEADER-SWITCH             PIC X(01) VALUE "Y".
009400     88 WS-LINE-IS-HEADER                   VALUE "Y".
009500     88 WS-LINE-IS-DATA                     VALUE "N".
009505     88 WS-LINE-IS-CONTINUED                VALUE "C".
009510 77  WS-RSUB-HEADER-SWITCH        PIC X(01) VALUE "Y".
009520     88 WS-RSUB-LINE-IS-HEADER              VALUE "Y".
009530     88 WS-RSUB-LINE-IS-DATA                VALUE "N".
009540     88 WS-RSUB-LINE-IS-CONTINUED           VALUE "C".
009550 77  WS-CONT-SWITCH               PIC X(01) VALUE "N".
009560     88 WS-LINE-CONTINUES                   VALUE "Y".
009570     88 WS-LINE-ENDS-HIKE                   VALUE "N".
009600
009700*----------------------------------------------------------------
009800*    FILE STATUS AREAS
011500 01  WS-CHK-REJECTED              PIC 9(07) VALUE ZERO.
011600 01  WS-OUT-PLUS-ERR              PIC 9(08) VALUE ZERO.
011610 01  WS-IN-PLUS-RSUB              PIC 9(08) VALUE ZERO.
011620
011630*----------------------------------------------------------------
011640*    CONTINUATION-LINE CHECK WORK AREAS
011650*----------------------------------------------------------------
011660 01  WS-CONT-LINE                 PIC X(1000) VALUE SPACES.
011670 01  WS-CONT-LENGTH               PIC 9(04) VALUE ZERO.
011700
011800*----------------------------------------------------------------
011900*    REPORT WORK AREAS
020300*----------------------------------------------------------------
020400*    2000-COUNT-HIKEIN - COUNT HIKES THE WAY HOTHIKE PAIRS THEM:
020500*                        EVERY HEADER LINE IS ONE HIKE, EVEN A
020550*                        TRAILING HEADER LEFT WITHOUT A DATA LINE.
020600*                        A DATA LINE ENDING IN "&" MAKES THE NEXT
020650*                        LINE A CONTINUATION, NOT A HEADER.
020700*----------------------------------------------------------------
020800 2000-COUNT-HIKEIN.
020900     PERFORM 2010-READ-HIKEIN-LINE THRU 2010-EXIT
022100           ADD 1 TO WS-HIKEIN-HIKES
022200           SET WS-LINE-IS-DATA TO TRUE
022300        ELSE
022320           MOVE HK-INPUT-RECORD TO WS-CONT-LINE
022340           PERFORM 2400-CHECK-CONTINUATION THRU 2400-EXIT
022360           IF WS-LINE-CONTINUES
022380              SET WS-LINE-IS-CONTINUED TO TRUE
022400           ELSE
022420              SET WS-LINE-IS-HEADER TO TRUE
022440           END-IF
022500        END-IF
022600     END-IF.
022700 2010-EXIT.
022980     IF NOT WS-RSUB-END-OF-FILE
022982        IF WS-RSUB-LINE-IS-HEADER
022984           ADD 1 TO WS-HIKERSUB-HIKES
022985           SET WS-RSUB-LINE-IS-DATA TO TRUE
022986        ELSE
022987           MOVE RS-INPUT-RECORD TO WS-CONT-LINE
022988           PERFORM 2400-CHECK-CONTINUATION THRU 2400-EXIT
022989           IF WS-LINE-CONTINUES
022990              SET WS-RSUB-LINE-IS-CONTINUED TO TRUE
022991           ELSE
022992              SET WS-RSUB-LINE-IS-HEADER TO TRUE
022993           END-IF
022994        END-IF
022995     END-IF.
022996 2060-EXIT.
022998     EXIT.
022999
028800        MOVE CK-HIKES-REJECTED TO WS-CHK-REJECTED
028900     END-IF.
029000 2310-EXIT.
029003     EXIT.
029006
029009*----------------------------------------------------------------
029012*    2400-CHECK-CONTINUATION - A LONE "&" AS THE LAST TOKEN OF
029015*                              THE DATA LINE IN WS-CONT-LINE
029018*                              MEANS THE HIKE GOES ON TO THE
029021*                              NEXT LINE
029024*----------------------------------------------------------------
029027 2400-CHECK-CONTINUATION.
029030     SET WS-LINE-ENDS-HIKE TO TRUE.
029033     IF WS-CONT-LINE = SPACES
029036        GO TO 2400-EXIT
029039     END-IF.
029042     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONT-LINE, TRAILING))
029045         TO WS-CONT-LENGTH.
029048     IF WS-CONT-LINE(WS-CONT-LENGTH:1) NOT = "&"
029051        GO TO 2400-EXIT
029054     END-IF.
029057     IF WS-CONT-LENGTH > 1
029060        IF WS-CONT-LINE(WS-CONT-LENGTH - 1:1) NOT = SPACE
029063           GO TO 2400-EXIT
029066        END-IF
029069     END-IF.
029072     SET WS-LINE-CONTINUES TO TRUE.
029075 2400-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------------
