002100*                      REMAINING.  A RELOAD MODE RESTORES AN
002200*                      ARCHIVED SLICE WHEN AN OLD SUPPORT CASE
002300*                      NEEDS HIKEAUDQ OR HIKETRND TO SEE IT.
002310*    2026-10-15  RH   THE HIKEAUD RECORD GREW BY THE SUBMITTING
002320*                      SITE; THE KEEP AND ARCHIVE LENGTHS HERE
002330*                      FOLLOW.
002340*    2026-10-15  RH   THE HIKEAUD RAW LINE WAS WIDENED TO 2000
002350*                      CHARACTERS FOR CONTINUED DATA LINES; THE
002360*                      KEEP AND ARCHIVE LENGTHS HERE FOLLOW.
002370*    2026-10-15  RH   THE HIKEREG RECORD GREW BY THE PRIOR DATE
002380*                      AND STATUS KEPT FOR HIKEBACK; THE LAYOUT
002390*                      AND REGARCH LENGTH HERE FOLLOW.
002400*----------------------------------------------------------------
002500*
002600*    PURGCTL CARD LAYOUT (THE CARD IS REQUIRED):
009900     05 RG-HIKE-ID                 PIC X(08).
010000     05 RG-SCORED-DATE             PIC 9(08).
010100     05 RG-STATUS                  PIC X(01).
010130     05 RG-PRIOR-DATE              PIC 9(08).
010160     05 RG-PRIOR-STATUS            PIC X(01).
010200
010300 FD  HIKEAUD.
010400 01  AU-AUDIT-RECORD.
010500     05 AU-TS-DATE                 PIC X(08).
010600     05 FILLER                     PIC X(2065).
010700
010800 FD  AUDKEEP.
010900 01  AK-KEEP-RECORD               PIC X(2073).
011000
011100 FD  HISTARCH.
011200 01  HA-ARCHIVE-RECORD            PIC X(30).
011300
011400 FD  AUDARCH.
011500 01  AA-ARCHIVE-RECORD            PIC X(2073).
011600
011700 FD  REGARCH.
011800 01  RA-ARCHIVE-RECORD            PIC X(26).
011900
012000 FD  PURGRPT.
012100 01  PR-REPORT-LINE               PIC X(132).
