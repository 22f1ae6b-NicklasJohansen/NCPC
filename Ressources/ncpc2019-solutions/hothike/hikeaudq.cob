001881*                      JOBSTATQ CHAIN-STATE INQUIRY.
001885*    2026-09-02  RH   ELEVATION FIELDS WIDENED SUITE-WIDE: THE
001889*                      AUDIT VALUE AND THE VALUE FILTER ARE NOW
001890*                      SIX CHARACTERS.
001891*    2026-10-15  RH   THE HIKEAUD RECORD NOW CARRIES THE
001892*                      SUBMITTING SITE AHEAD OF THE RAW LINE;
001893*                      THE LAYOUT HERE FOLLOWS.
001894*    2026-10-15  RH   THE RAW LINE ON HIKEAUD NOW HOLDS THE
001895*                      JOINED READINGS OF A HIKE CONTINUED OVER
001896*                      SEVERAL DATA LINES AND IS WIDENED TO 2000
001897*                      CHARACTERS; THE LAYOUT HERE FOLLOWS.
001900*----------------------------------------------------------------
002000*
002100*    AUDQCTL CARD LAYOUT (ANY FIELD LEFT AS SPACES IS NOT
005720     05 FILLER                    PIC X(02).
005730     05 AQ-CYCLE                  PIC X(03).
005740     05 FILLER                    PIC X(02).
005780     05 AQ-SITE-ID                PIC X(08).
005820     05 FILLER                    PIC X(02).
005860     05 AQ-RAW-LINE               PIC X(2000).
005900
006000 FD  AUDQCTL.
006100 01  QC-CONTROL-RECORD.
