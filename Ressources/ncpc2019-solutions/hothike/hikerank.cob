001786*                      COMPLETED CLEAN FOR THE SAME RUN DATE.
001790*    2026-09-02  RH   ELEVATION FIELDS WIDENED SUITE-WIDE: THE
001794*                      WINNING VALUE IS NOW FIVE DIGITS.
001796*    2026-10-15  RH   HIKEOUT NOW ENDS WITH THE SUBMITTING SITE;
001798*                      THE LAYOUT HERE FOLLOWS.
001800*----------------------------------------------------------------
001900*
002000*    RANKCTL CARD LAYOUT (NO CARD DEFAULTS N TO 10):
004700     05 HO-VALUE                  PIC X(06).
004800     05 FILLER                    PIC X(02).
004900     05 HO-STATUS-CODE            PIC X(05).
005000     05 FILLER                    PIC X(96).
005100
005200 FD  RANKCTL.
005300 01  RK-CONTROL-RECORD.
