000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKEDIST.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  BUILDS ONE DAILY H/D/T FEED
001300*                      PER SUBSCRIBER ON THE SUBSCTL CONTROL
001400*                      FILE (REGIONAL PARK OFFICES, THE PUBLIC
001500*                      TRAIL-CONDITIONS SITE) FROM HIKEOUT JOINED
001600*                      TO TRAILMST, APPLYING EACH SUBSCRIBER'S
001700*                      REGION, CLASS AND NOWIN FILTERS, LAYOUT
001800*                      AND PROFILE-COLUMN CHOICE.  DISTRPT SHOWS
001900*                      WHERE EVERY HIKE WENT, AND WHY NOT, AND
002000*                      EACH SUBSCRIBER'S CONTROL TOTALS.
002100*----------------------------------------------------------------
002200*
002300*    SUBSCTL CARD LAYOUT (ONE CARD PER SUBSCRIBER, AT MOST 6; THE
002400*    NTH GOOD CARD'S FEED IS WRITTEN TO DD DISTFDN):
002500*        COLS   1-  8  SUBSCRIBER ID (REQUIRED)
002600*        COLS  10- 17  FEED FILE NAME, CARRIED ON THE HEADER
002700*        COLS  19- 48  SUBSCRIBER NAME
002800*        COL   50      LAYOUT - "S" STANDARD (THE HIKEXTRC
002900*                      DETAIL, THE DEFAULT), "F" FULL (ADDS
003000*                      TRAIL NAME, CLASS AND SITE)
003100*        COL   52      "Y" ADDS THE ASCENT / DESCENT / PEAK /
003200*                      LOW PROFILE COLUMNS (DEFAULT "N")
003300*        COL   54      NOWIN OPTION - "F" FILTER NOWIN HIKES OUT
003400*                      (DEFAULT), "G" INCLUDE THEM FLAGGED "N"
003500*        COLS  56- 84  UP TO 6 REGION CODES IN COLS 56, 61, 66,
003600*                      71, 76 AND 81; ALL BLANK TAKES EVERY
003700*                      REGION
003800*        COLS  86- 99  UP TO 5 DIFFICULTY CLASSES IN COLS 86,
003900*                      89, 92, 95 AND 98; ALL BLANK TAKES EVERY
004000*                      CLASS
004100*    A HIKE WHOSE TRAIL IS NOT ON TRAILMST HAS NO CLASS, SO IT
004200*    GOES ONLY TO SUBSCRIBERS WITH NO CLASS FILTER.
004300*
004400*    FEED RECORD TYPES (DISTFD1 - DISTFD6):
004500*        "H" + RUN DATE + GENERATING SYSTEM + SUBSCRIBER ID +
004600*              FEED FILE NAME + LAYOUT + PROFILE FLAG + NOWIN
004700*              OPTION
004800*        "D" + HIKE ID + POSITION + VALUE + REGION + NOWIN FLAG
004900*              (AS HIKEXTRC), THEN FOR LAYOUT "F" TRAIL NAME +
005000*              CLASS + SITE ID, THEN WHEN ASKED ASCENT + DESCENT
005100*              + PEAK + LOW
005200*        "T" + DETAIL COUNT + VALUE HASH TOTAL + NOWIN COUNT
005300*              (AS HIKEXTRC; THE NOWIN COUNT IS OF THE
005400*              SUBSCRIBER'S REGIONS AND CLASSES)
005500*
005600*    DISTRPT ROUTING CODES, ONE COLUMN PER SUBSCRIBER:
005700*        SENT     IN THE FEED
005800*        REGION   REGION NOT ASKED FOR
005900*        CLASS    CLASS NOT ASKED FOR
006000*        NO MSTR  TRAIL NOT ON TRAILMST, SUBSCRIBER FILTERS CLASS
006100*        NOWIN    NOWIN HIKE, SUBSCRIBER FILTERS NOWIN
006200*
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT HIKEOUT ASSIGN TO "HIKEOUT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-HIKEOUT-STATUS.
006900     SELECT TRAILMST ASSIGN TO "TRAILMST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS TM-TRAIL-ID
007300         FILE STATUS IS WS-TRAILMST-STATUS.
007400     SELECT OPTIONAL SUBSCTL ASSIGN TO "SUBSCTL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SUBSCTL-STATUS.
007700     SELECT OPTIONAL DISTFD1 ASSIGN TO "DISTFD1"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-DISTFD1-STATUS.
008000     SELECT OPTIONAL DISTFD2 ASSIGN TO "DISTFD2"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-DISTFD2-STATUS.
008300     SELECT OPTIONAL DISTFD3 ASSIGN TO "DISTFD3"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-DISTFD3-STATUS.
008600     SELECT OPTIONAL DISTFD4 ASSIGN TO "DISTFD4"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-DISTFD4-STATUS.
008900     SELECT OPTIONAL DISTFD5 ASSIGN TO "DISTFD5"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-DISTFD5-STATUS.
009200     SELECT OPTIONAL DISTFD6 ASSIGN TO "DISTFD6"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-DISTFD6-STATUS.
009500     SELECT OPTIONAL DISTRPT ASSIGN TO "DISTRPT"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-DISTRPT-STATUS.
009800
009900     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS RANDOM
010200         RECORD KEY IS JS-STATE-KEY
010300         FILE STATUS IS WS-JOBSTATE-STATUS.
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  HIKEOUT.
010700 01  HO-OUTPUT-RECORD.
010800     05 HO-HIKE-ID                PIC X(08).
010900     05 FILLER                    PIC X(02).
011000     05 HO-POSITION               PIC X(04).
011100     05 FILLER                    PIC X(02).
011200     05 HO-VALUE                  PIC X(06).
011300     05 FILLER                    PIC X(02).
011400     05 HO-STATUS-CODE            PIC X(05).
011500     05 FILLER                    PIC X(02).
011600     05 HO-TRAIL-NAME             PIC X(30).
011700     05 FILLER                    PIC X(02).
011800     05 HO-REGION-CODE            PIC X(04).
011900     05 FILLER                    PIC X(02).
012000     05 HO-ASCENT                 PIC X(05).
012100     05 FILLER                    PIC X(02).
012200     05 HO-DESCENT                PIC X(05).
012300     05 FILLER                    PIC X(02).
012400     05 HO-PEAK                   PIC X(06).
012500     05 FILLER                    PIC X(02).
012600     05 HO-LOW                    PIC X(06).
012700     05 FILLER                    PIC X(02).
012800     05 HO-CLIMB                  PIC X(05).
012900     05 FILLER                    PIC X(02).
013000     05 HO-ORIGIN                 PIC X(04).
013100     05 FILLER                    PIC X(02).
013200     05 HO-CYCLE                  PIC X(03).
013300     05 FILLER                    PIC X(02).
013400     05 HO-SITE-ID                PIC X(08).
013500
013600 FD  TRAILMST.
013700 01  TM-TRAIL-RECORD.
013800     05 TM-TRAIL-ID                PIC X(08).
013900     05 TM-TRAIL-NAME              PIC X(30).
014000     05 TM-REGION-CODE             PIC X(04).
014100     05 TM-DIFFICULTY-CLASS        PIC X(02).
014200     05 TM-ACTIVE-FLAG             PIC X(01).
014300        88 TM-TRAIL-ACTIVE                   VALUE "A".
014400        88 TM-TRAIL-CLOSED                   VALUE "C".
014500
014600 FD  SUBSCTL.
014700 01  SC-SUBSCRIBER-CARD.
014800     05 SC-SUBSCRIBER-ID          PIC X(08).
014900     05 FILLER                    PIC X(01).
015000     05 SC-FILE-NAME              PIC X(08).
015100     05 FILLER                    PIC X(01).
015200     05 SC-NAME                   PIC X(30).
015300     05 FILLER                    PIC X(01).
015400     05 SC-LAYOUT                 PIC X(01).
015500     05 FILLER                    PIC X(01).
015600     05 SC-PROFILE                PIC X(01).
015700     05 FILLER                    PIC X(01).
015800     05 SC-NOWIN-OPTION           PIC X(01).
015900     05 FILLER                    PIC X(01).
016000     05 SC-REGION-SLOT            OCCURS 6 TIMES.
016100        10 SC-REGION-CODE         PIC X(04).
016200        10 FILLER                 PIC X(01).
016300     05 SC-CLASS-SLOT             OCCURS 5 TIMES.
016400        10 SC-CLASS               PIC X(02).
016500        10 FILLER                 PIC X(01).
016600
016700 FD  DISTFD1.
016800 01  DF1-FEED-RECORD              PIC X(100).
016900 FD  DISTFD2.
017000 01  DF2-FEED-RECORD              PIC X(100).
017100 FD  DISTFD3.
017200 01  DF3-FEED-RECORD              PIC X(100).
017300 FD  DISTFD4.
017400 01  DF4-FEED-RECORD              PIC X(100).
017500 FD  DISTFD5.
017600 01  DF5-FEED-RECORD              PIC X(100).
017700 FD  DISTFD6.
017800 01  DF6-FEED-RECORD              PIC X(100).
017900
018000 FD  DISTRPT.
018100 01  DR-REPORT-LINE               PIC X(132).
018200
018300 FD  JOBSTATE.
018400 01  JS-STATE-RECORD.
018500     05 JS-STATE-KEY.
018600        10 JS-PROGRAM-ID          PIC X(08).
018700        10 JS-RUN-DATE            PIC 9(08).
018800     05 JS-START-TIME             PIC 9(08).
018900     05 JS-END-TIME               PIC 9(08).
019000     05 JS-RETURN-CODE            PIC 9(02).
019100     05 JS-COMPLETE-FLAG          PIC X(01).
019200        88 JS-RUN-COMPLETE                  VALUE "Y".
019300 WORKING-STORAGE SECTION.
019400*----------------------------------------------------------------
019500*    SWITCHES
019600*----------------------------------------------------------------
019700 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
019800     88 WS-END-OF-FILE                      VALUE "Y".
019900 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
020000     88 WS-CTL-END-OF-FILE                  VALUE "Y".
020100 77  WS-MASTER-FOUND-SWITCH       PIC X(01) VALUE "N".
020200     88 WS-MASTER-FOUND                     VALUE "Y".
020300 77  WS-NOWIN-SWITCH              PIC X(01) VALUE "N".
020400     88 WS-HIKE-NOWIN                       VALUE "Y".
020500 77  WS-MATCH-SWITCH              PIC X(01) VALUE "N".
020600     88 WS-FILTER-MATCHED                   VALUE "Y".
020700
020800*----------------------------------------------------------------
020900*    FILE STATUS AREAS
021000*----------------------------------------------------------------
021100 01  WS-HIKEOUT-STATUS            PIC X(02) VALUE "00".
021200 01  WS-TRAILMST-STATUS           PIC X(02) VALUE "00".
021300 01  WS-SUBSCTL-STATUS            PIC X(02) VALUE "00".
021400 01  WS-DISTFD1-STATUS            PIC X(02) VALUE "00".
021500 01  WS-DISTFD2-STATUS            PIC X(02) VALUE "00".
021600 01  WS-DISTFD3-STATUS            PIC X(02) VALUE "00".
021700 01  WS-DISTFD4-STATUS            PIC X(02) VALUE "00".
021800 01  WS-DISTFD5-STATUS            PIC X(02) VALUE "00".
021900 01  WS-DISTFD6-STATUS            PIC X(02) VALUE "00".
022000 01  WS-DISTRPT-STATUS            PIC X(02) VALUE "00".
022100 01  WS-FEED-STATUS               PIC X(02) VALUE "00".
022200 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
022300 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
022400 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
022500 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
022600 01  WS-PREDECESSOR-ID            PIC X(08) VALUE "HIKERECN".
022700
022800*----------------------------------------------------------------
022900*    SUBSCRIBER TABLE FROM SUBSCTL, WITH EACH ONE'S TOTALS
023000*----------------------------------------------------------------
023100 01  WS-SUB-MAX                   PIC 9(01) VALUE 6.
023200 01  WS-SUB-COUNT                 PIC 9(01) VALUE ZERO.
023300 01  WS-SUB                       PIC 9(01) VALUE ZERO.
023400 01  WS-SUBSCRIBER-TABLE.
023500     05 WS-SUBSCRIBER-ENTRY       OCCURS 6 TIMES.
023600        10 SB-SUBSCRIBER-ID       PIC X(08).
023700        10 SB-FILE-NAME           PIC X(08).
023800        10 SB-NAME                PIC X(30).
023900        10 SB-LAYOUT              PIC X(01).
024000           88 SB-LAYOUT-FULL                VALUE "F".
024100        10 SB-PROFILE             PIC X(01).
024200           88 SB-PROFILE-WANTED             VALUE "Y".
024300        10 SB-NOWIN-OPTION        PIC X(01).
024400           88 SB-NOWIN-FILTERED             VALUE "F".
024500        10 SB-REGION-COUNT        PIC 9(01).
024600        10 SB-REGION-CODE         PIC X(04) OCCURS 6 TIMES.
024700        10 SB-CLASS-COUNT         PIC 9(01).
024800        10 SB-CLASS               PIC X(02) OCCURS 5 TIMES.
024900        10 SB-DETAILS-SENT        PIC 9(07).
025000        10 SB-HASH-TOTAL          PIC S9(11).
025100        10 SB-NOWIN-COUNT         PIC 9(07).
025200        10 SB-SKIP-REGION         PIC 9(07).
025300        10 SB-SKIP-CLASS          PIC 9(07).
025400        10 SB-SKIP-MASTER         PIC 9(07).
025500        10 SB-SKIP-NOWIN          PIC 9(07).
025600        10 SB-ROUTE-CODE          PIC X(08).
025700 01  WS-R                         PIC 9(01) VALUE ZERO.
025800 01  WS-CARD-COUNT                PIC 9(03) VALUE ZERO.
025900 01  WS-CARD-REJECT               PIC X(40) VALUE SPACES.
026000
026100*----------------------------------------------------------------
026200*    CURRENT HIKE
026300*----------------------------------------------------------------
026400 01  WS-TRAIL-CLASS               PIC X(02) VALUE SPACES.
026500 01  WS-DETAIL-VALUE              PIC S9(05) VALUE ZERO.
026600 01  WS-RECORDS-READ              PIC 9(07) VALUE ZERO.
026700 01  WS-NOT-ON-MASTER             PIC 9(07) VALUE ZERO.
026800
026900*----------------------------------------------------------------
027000*    FEED RECORD LAYOUTS
027100*----------------------------------------------------------------
027200 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
027300 01  WS-FEED-LINE                 PIC X(100) VALUE SPACES.
027400 01  WS-FEED-POS                  PIC 9(03) VALUE ZERO.
027500
027600 01  WS-HEADER-RECORD.
027700     05 FILLER                    PIC X(01) VALUE "H".
027800     05 XH-RUN-DATE               PIC 9(08).
027900     05 XH-SYSTEM-ID              PIC X(08) VALUE "HOTHIKE".
028000     05 XH-SUBSCRIBER-ID          PIC X(08).
028100     05 XH-FILE-NAME              PIC X(08).
028200     05 XH-LAYOUT                 PIC X(01).
028300     05 XH-PROFILE                PIC X(01).
028400     05 XH-NOWIN-OPTION           PIC X(01).
028500
028600 01  WS-DETAIL-RECORD.
028700     05 FILLER                    PIC X(01) VALUE "D".
028800     05 XD-HIKE-ID                PIC X(08).
028900     05 XD-POSITION               PIC 9(04).
029000     05 XD-VALUE                  PIC S9(05)
029100                                  SIGN LEADING SEPARATE.
029200     05 XD-REGION-CODE            PIC X(04).
029300     05 XD-NOWIN-FLAG             PIC X(01).
029400
029500 01  WS-DETAIL-FULL-PART.
029600     05 XF-TRAIL-NAME             PIC X(30).
029700     05 XF-CLASS                  PIC X(02).
029800     05 XF-SITE-ID                PIC X(08).
029900
030000 01  WS-DETAIL-PROFILE-PART.
030100     05 XP-ASCENT                 PIC 9(05).
030200     05 XP-DESCENT                PIC 9(05).
030300     05 XP-PEAK                   PIC S9(05)
030400                                  SIGN LEADING SEPARATE.
030500     05 XP-LOW                    PIC S9(05)
030600                                  SIGN LEADING SEPARATE.
030700
030800 01  WS-TRAILER-RECORD.
030900     05 FILLER                    PIC X(01) VALUE "T".
031000     05 XT-DETAIL-COUNT           PIC 9(07).
031100     05 XT-HASH-TOTAL             PIC S9(11)
031200                                  SIGN LEADING SEPARATE.
031300     05 XT-NOWIN-COUNT            PIC 9(07).
031400
031500*----------------------------------------------------------------
031600*    REPORT WORK AREAS
031700*----------------------------------------------------------------
031800 01  WS-RUN-DATE-EDIT.
031900     05 WS-RD-YEAR                PIC 9(04).
032000     05 FILLER                    PIC X(01) VALUE "-".
032100     05 WS-RD-MONTH               PIC 9(02).
032200     05 FILLER                    PIC X(01) VALUE "-".
032300     05 WS-RD-DAY                 PIC 9(02).
032400 01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZERO.
032500 01  WS-LINE-COUNT                PIC 9(02) VALUE 99.
032600 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 60.
032700
032800 01  WS-REPORT-HEADING-1.
032900     05 FILLER                    PIC X(20) VALUE "HIKEDIST".
033000     05 FILLER                    PIC X(34)
033100            VALUE "SUBSCRIBER DISTRIBUTION".
033200     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
033300     05 RH1-RUN-DATE              PIC X(10).
033400     05 FILLER                    PIC X(08) VALUE SPACES.
033500     05 FILLER                    PIC X(06) VALUE "PAGE:".
033600     05 RH1-PAGE-NBR              PIC ZZZ9.
033700
033800 01  WS-ROUTE-HEADING.
033900     05 FILLER                    PIC X(10) VALUE "HIKE ID".
034000     05 FILLER                    PIC X(06) VALUE "REG".
034100     05 FILLER                    PIC X(04) VALUE "CLS".
034200     05 FILLER                    PIC X(07) VALUE "STATUS".
034300     05 RRH-SUBSCRIBER            OCCURS 6 TIMES.
034400        10 RRH-SUBSCRIBER-ID      PIC X(08) VALUE SPACES.
034500        10 FILLER                 PIC X(02) VALUE SPACES.
034600
034700 01  WS-ROUTE-DETAIL.
034800     05 RRD-HIKE-ID               PIC X(08).
034900     05 FILLER                    PIC X(02) VALUE SPACES.
035000     05 RRD-REGION                PIC X(04).
035100     05 FILLER                    PIC X(02) VALUE SPACES.
035200     05 RRD-CLASS                 PIC X(02).
035300     05 FILLER                    PIC X(02) VALUE SPACES.
035400     05 RRD-STATUS                PIC X(05).
035500     05 FILLER                    PIC X(02) VALUE SPACES.
035600     05 RRD-SUBSCRIBER            OCCURS 6 TIMES.
035700        10 RRD-ROUTE-CODE         PIC X(08).
035800        10 FILLER                 PIC X(02).
035900
036000 01  WS-SUB-LINE-1.
036100     05 FILLER                    PIC X(12) VALUE "SUBSCRIBER".
036200     05 SL1-SUBSCRIBER-ID         PIC X(08).
036300     05 FILLER                    PIC X(02) VALUE SPACES.
036400     05 SL1-NAME                  PIC X(30).
036500     05 FILLER                    PIC X(02) VALUE SPACES.
036600     05 FILLER                    PIC X(06) VALUE "FEED".
036700     05 SL1-FEED-DD               PIC X(08).
036800     05 FILLER                    PIC X(02) VALUE SPACES.
036900     05 FILLER                    PIC X(06) VALUE "FILE".
037000     05 SL1-FILE-NAME             PIC X(08).
037100     05 FILLER                    PIC X(02) VALUE SPACES.
037200     05 FILLER                    PIC X(08) VALUE "LAYOUT".
037300     05 SL1-LAYOUT                PIC X(01).
037400     05 FILLER                    PIC X(02) VALUE SPACES.
037500     05 FILLER                    PIC X(09) VALUE "PROFILE".
037600     05 SL1-PROFILE               PIC X(01).
037700     05 FILLER                    PIC X(02) VALUE SPACES.
037800     05 FILLER                    PIC X(07) VALUE "NOWIN".
037900     05 SL1-NOWIN-OPTION          PIC X(01).
038000
038100 01  WS-SUB-LINE-2.
038200     05 FILLER                    PIC X(12) VALUE SPACES.
038300     05 FILLER                    PIC X(09) VALUE "REGIONS:".
038400     05 SL2-REGION                OCCURS 6 TIMES.
038500        10 SL2-REGION-CODE        PIC X(04).
038600        10 FILLER                 PIC X(01).
038700     05 FILLER                    PIC X(03) VALUE SPACES.
038800     05 FILLER                    PIC X(09) VALUE "CLASSES:".
038900     05 SL2-CLASS-SLOT            OCCURS 5 TIMES.
039000        10 SL2-CLASS              PIC X(02).
039100        10 FILLER                 PIC X(01).
039200
039300 01  WS-SUB-LINE-3.
039400     05 FILLER                    PIC X(12) VALUE SPACES.
039500     05 FILLER                    PIC X(06) VALUE "SENT:".
039600     05 SL3-SENT                  PIC Z(06)9.
039700     05 FILLER                    PIC X(03) VALUE SPACES.
039800     05 FILLER                    PIC X(06) VALUE "HASH:".
039900     05 SL3-HASH                  PIC -(11)9.
040000     05 FILLER                    PIC X(03) VALUE SPACES.
040100     05 FILLER                    PIC X(07) VALUE "NOWIN:".
040200     05 SL3-NOWIN                 PIC Z(06)9.
040300
040400 01  WS-SUB-LINE-4.
040500     05 FILLER                    PIC X(12) VALUE SPACES.
040600     05 FILLER                    PIC X(16)
040700            VALUE "NOT SENT-REGION:".
040800     05 SL4-REGION                PIC Z(06)9.
040900     05 FILLER                    PIC X(03) VALUE SPACES.
041000     05 FILLER                    PIC X(07) VALUE "CLASS:".
041100     05 SL4-CLASS                 PIC Z(06)9.
041200     05 FILLER                    PIC X(03) VALUE SPACES.
041300     05 FILLER                    PIC X(09) VALUE "NO MSTR:".
041400     05 SL4-MASTER                PIC Z(06)9.
041500     05 FILLER                    PIC X(03) VALUE SPACES.
041600     05 FILLER                    PIC X(07) VALUE "NOWIN:".
041700     05 SL4-NOWIN                 PIC Z(06)9.
041800
041900 01  WS-REPORT-TRAILER.
042000     05 FILLER               PIC X(22)
042100            VALUE "HIKEOUT RECORDS READ:".
042200     05 RT-READ              PIC Z(06)9.
042300     05 FILLER               PIC X(06) VALUE SPACES.
042400     05 FILLER               PIC X(17) VALUE "NOT ON TRAILMST:".
042500     05 RT-NOT-ON-MASTER     PIC Z(06)9.
042600     05 FILLER               PIC X(06) VALUE SPACES.
042700     05 FILLER               PIC X(13) VALUE "SUBSCRIBERS:".
042800     05 RT-SUBSCRIBERS       PIC 9.
042900
043000 PROCEDURE DIVISION.
043100*----------------------------------------------------------------
043200*    0000-MAINLINE
043300*----------------------------------------------------------------
043400 0000-MAINLINE.
043500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043600     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
043700         UNTIL WS-END-OF-FILE.
043800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043900     STOP RUN.
044000
044100*----------------------------------------------------------------
044200*    1000-INITIALIZE - LOAD THE SUBSCRIBERS, OPEN THE FILES,
044300*                      WRITE EACH FEED'S HEADER AND PRIME THE
044400*                      READ
044500*----------------------------------------------------------------
044600 1000-INITIALIZE.
044700     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
044800     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
044900     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
045000     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
045100     INITIALIZE WS-SUBSCRIBER-TABLE.
045200     PERFORM 1100-LOAD-SUBSCRIBERS THRU 1100-EXIT.
045300     IF WS-SUB-COUNT = 0
045400        DISPLAY "HIKEDIST: NO SUBSCRIBERS ON SUBSCTL - "
045500            "NOTHING DONE"
045600        MOVE 8 TO RETURN-CODE
045700        PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT
045800        STOP RUN
045900     END-IF.
046000     OPEN INPUT HIKEOUT.
046100     IF WS-HIKEOUT-STATUS NOT = "00"
046200        MOVE "HIKEOUT" TO WS-ABEND-FILE-ID
046300        MOVE WS-HIKEOUT-STATUS TO WS-ABEND-STATUS
046400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046500     END-IF.
046600     OPEN INPUT TRAILMST.
046700     IF WS-TRAILMST-STATUS NOT = "00"
046800        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
046900        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
047000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
047100     END-IF.
047200     OPEN OUTPUT DISTRPT.
047300     IF WS-DISTRPT-STATUS NOT = "00"
047400        AND WS-DISTRPT-STATUS NOT = "05"
047500        MOVE "DISTRPT" TO WS-ABEND-FILE-ID
047600        MOVE WS-DISTRPT-STATUS TO WS-ABEND-STATUS
047700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
047800     END-IF.
047900     PERFORM VARYING WS-SUB FROM 1 BY 1
048000           UNTIL WS-SUB > WS-SUB-COUNT
048100        PERFORM 1300-OPEN-FEED THRU 1300-EXIT
048200        MOVE WS-RUN-DATE TO XH-RUN-DATE
048300        MOVE SB-SUBSCRIBER-ID(WS-SUB) TO XH-SUBSCRIBER-ID
048400        MOVE SB-FILE-NAME(WS-SUB) TO XH-FILE-NAME
048500        MOVE SB-LAYOUT(WS-SUB) TO XH-LAYOUT
048600        MOVE SB-PROFILE(WS-SUB) TO XH-PROFILE
048700        MOVE SB-NOWIN-OPTION(WS-SUB) TO XH-NOWIN-OPTION
048800        MOVE WS-HEADER-RECORD TO WS-FEED-LINE
048900        PERFORM 3200-WRITE-FEED-RECORD THRU 3200-EXIT
049000        MOVE SB-SUBSCRIBER-ID(WS-SUB)
049100            TO RRH-SUBSCRIBER-ID(WS-SUB)
049200     END-PERFORM.
049300     PERFORM 3000-READ-HIKEOUT THRU 3000-EXIT.
049400 1000-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------
049800*    1100-LOAD-SUBSCRIBERS - LOAD EVERY GOOD SUBSCTL CARD; A BAD
049900*                            CARD IS DISPLAYED AND IGNORED
050000*----------------------------------------------------------------
050100 1100-LOAD-SUBSCRIBERS.
050200     OPEN INPUT SUBSCTL.
050300     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
050400         UNTIL WS-CTL-END-OF-FILE.
050500     CLOSE SUBSCTL.
050600 1100-EXIT.
050700     EXIT.
050800
050900 1110-LOAD-ONE-CARD.
051000     READ SUBSCTL
051100         AT END
051200             SET WS-CTL-END-OF-FILE TO TRUE
051300     END-READ.
051400     IF WS-CTL-END-OF-FILE
051500        GO TO 1110-EXIT
051600     END-IF.
051700     ADD 1 TO WS-CARD-COUNT.
051800     MOVE SPACES TO WS-CARD-REJECT.
051900     IF SC-SUBSCRIBER-ID = SPACES
052000        MOVE "NO SUBSCRIBER ID" TO WS-CARD-REJECT
052100     END-IF.
052200     IF SC-LAYOUT NOT = "S" AND SC-LAYOUT NOT = "F"
052300        AND SC-LAYOUT NOT = SPACE
052400        MOVE "LAYOUT NOT S OR F" TO WS-CARD-REJECT
052500     END-IF.
052600     IF SC-PROFILE NOT = "Y" AND SC-PROFILE NOT = "N"
052700        AND SC-PROFILE NOT = SPACE
052800        MOVE "PROFILE FLAG NOT Y OR N" TO WS-CARD-REJECT
052900     END-IF.
053000     IF SC-NOWIN-OPTION NOT = "F" AND SC-NOWIN-OPTION NOT = "G"
053100        AND SC-NOWIN-OPTION NOT = SPACE
053200        MOVE "NOWIN OPTION NOT F OR G" TO WS-CARD-REJECT
053300     END-IF.
053400     IF WS-CARD-REJECT = SPACES
053500        AND WS-SUB-COUNT >= WS-SUB-MAX
053600        MOVE "SUBSCRIBER TABLE FULL" TO WS-CARD-REJECT
053700     END-IF.
053800     IF WS-CARD-REJECT NOT = SPACES
053900        DISPLAY "HIKEDIST: SUBSCTL CARD " WS-CARD-COUNT " ("
054000            SC-SUBSCRIBER-ID ") " WS-CARD-REJECT " - IGNORED"
054100        GO TO 1110-EXIT
054200     END-IF.
054300     ADD 1 TO WS-SUB-COUNT.
054400     MOVE WS-SUB-COUNT TO WS-SUB.
054500     MOVE SC-SUBSCRIBER-ID TO SB-SUBSCRIBER-ID(WS-SUB).
054600     MOVE SC-FILE-NAME TO SB-FILE-NAME(WS-SUB).
054700     MOVE SC-NAME TO SB-NAME(WS-SUB).
054800     MOVE "S" TO SB-LAYOUT(WS-SUB).
054900     IF SC-LAYOUT NOT = SPACE
055000        MOVE SC-LAYOUT TO SB-LAYOUT(WS-SUB)
055100     END-IF.
055200     MOVE "N" TO SB-PROFILE(WS-SUB).
055300     IF SC-PROFILE NOT = SPACE
055400        MOVE SC-PROFILE TO SB-PROFILE(WS-SUB)
055500     END-IF.
055600     MOVE "F" TO SB-NOWIN-OPTION(WS-SUB).
055700     IF SC-NOWIN-OPTION NOT = SPACE
055800        MOVE SC-NOWIN-OPTION TO SB-NOWIN-OPTION(WS-SUB)
055900     END-IF.
056000     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
056100        IF SC-REGION-CODE(WS-R) NOT = SPACES
056200           ADD 1 TO SB-REGION-COUNT(WS-SUB)
056300           MOVE SC-REGION-CODE(WS-R) TO
056400               SB-REGION-CODE(WS-SUB, SB-REGION-COUNT(WS-SUB))
056500        END-IF
056600     END-PERFORM.
056700     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
056800        IF SC-CLASS(WS-R) NOT = SPACES
056900           ADD 1 TO SB-CLASS-COUNT(WS-SUB)
057000           MOVE SC-CLASS(WS-R) TO
057100               SB-CLASS(WS-SUB, SB-CLASS-COUNT(WS-SUB))
057200        END-IF
057300     END-PERFORM.
057400 1110-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------------
057800*    1300-OPEN-FEED - OPEN SUBSCRIBER WS-SUB'S FEED FILE
057900*----------------------------------------------------------------
058000 1300-OPEN-FEED.
058100     IF WS-SUB = 1
058200        MOVE "DISTFD1" TO WS-ABEND-FILE-ID
058300        OPEN OUTPUT DISTFD1
058400        MOVE WS-DISTFD1-STATUS TO WS-FEED-STATUS
058500     END-IF.
058600     IF WS-SUB = 2
058700        MOVE "DISTFD2" TO WS-ABEND-FILE-ID
058800        OPEN OUTPUT DISTFD2
058900        MOVE WS-DISTFD2-STATUS TO WS-FEED-STATUS
059000     END-IF.
059100     IF WS-SUB = 3
059200        MOVE "DISTFD3" TO WS-ABEND-FILE-ID
059300        OPEN OUTPUT DISTFD3
059400        MOVE WS-DISTFD3-STATUS TO WS-FEED-STATUS
059500     END-IF.
059600     IF WS-SUB = 4
059700        MOVE "DISTFD4" TO WS-ABEND-FILE-ID
059800        OPEN OUTPUT DISTFD4
059900        MOVE WS-DISTFD4-STATUS TO WS-FEED-STATUS
060000     END-IF.
060100     IF WS-SUB = 5
060200        MOVE "DISTFD5" TO WS-ABEND-FILE-ID
060300        OPEN OUTPUT DISTFD5
060400        MOVE WS-DISTFD5-STATUS TO WS-FEED-STATUS
060500     END-IF.
060600     IF WS-SUB = 6
060700        MOVE "DISTFD6" TO WS-ABEND-FILE-ID
060800        OPEN OUTPUT DISTFD6
060900        MOVE WS-DISTFD6-STATUS TO WS-FEED-STATUS
061000     END-IF.
061100     IF WS-FEED-STATUS NOT = "00"
061200        AND WS-FEED-STATUS NOT = "05"
061300        MOVE WS-FEED-STATUS TO WS-ABEND-STATUS
061400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
061500     END-IF.
061600 1300-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000*    2000-PROCESS-ONE-RECORD - JOIN ONE HIKEOUT RECORD TO
062100*                              TRAILMST, ROUTE IT TO EACH
062200*                              SUBSCRIBER AND LIST WHERE IT WENT
062300*----------------------------------------------------------------
062400 2000-PROCESS-ONE-RECORD.
062500     ADD 1 TO WS-RECORDS-READ.
062600     PERFORM 2100-LOOK-UP-TRAIL THRU 2100-EXIT.
062700     MOVE "N" TO WS-NOWIN-SWITCH.
062800     IF HO-STATUS-CODE = "NOWIN"
062900        SET WS-HIKE-NOWIN TO TRUE
063000     END-IF.
063100     PERFORM 2200-BUILD-DETAIL THRU 2200-EXIT.
063200     PERFORM VARYING WS-SUB FROM 1 BY 1
063300           UNTIL WS-SUB > WS-SUB-COUNT
063400        PERFORM 2300-ROUTE-TO-SUBSCRIBER THRU 2300-EXIT
063500     END-PERFORM.
063600     PERFORM 2500-PRINT-ROUTING-LINE THRU 2500-EXIT.
063700     PERFORM 3000-READ-HIKEOUT THRU 3000-EXIT.
063800 2000-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------------
064200*    2100-LOOK-UP-TRAIL - RANDOM READ OF TRAILMST FOR THE HIKE'S
064300*                         DIFFICULTY CLASS
064400*----------------------------------------------------------------
064500 2100-LOOK-UP-TRAIL.
064600     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
064700     MOVE SPACES TO WS-TRAIL-CLASS.
064800     MOVE HO-HIKE-ID TO TM-TRAIL-ID.
064900     READ TRAILMST
065000         INVALID KEY
065100             CONTINUE
065200         NOT INVALID KEY
065300             SET WS-MASTER-FOUND TO TRUE
065400     END-READ.
065500     IF NOT WS-MASTER-FOUND
065600        AND WS-TRAILMST-STATUS NOT = "23"
065700        AND WS-TRAILMST-STATUS NOT = "00"
065800        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
065900        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
066000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
066100     END-IF.
066200     IF WS-MASTER-FOUND
066300        MOVE TM-DIFFICULTY-CLASS TO WS-TRAIL-CLASS
066400     ELSE
066500        ADD 1 TO WS-NOT-ON-MASTER
066600     END-IF.
066700 2100-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------------
067100*    2200-BUILD-DETAIL - FILL THE STANDARD, FULL AND PROFILE
067200*                        PARTS OF THE DETAIL ONCE PER HIKE
067300*----------------------------------------------------------------
067400 2200-BUILD-DETAIL.
067500     MOVE SPACES TO XD-NOWIN-FLAG.
067600     MOVE HO-HIKE-ID TO XD-HIKE-ID.
067700     MOVE FUNCTION NUMVAL(HO-POSITION) TO XD-POSITION.
067800     MOVE FUNCTION NUMVAL(HO-VALUE) TO WS-DETAIL-VALUE.
067900     MOVE WS-DETAIL-VALUE TO XD-VALUE.
068000     MOVE HO-REGION-CODE TO XD-REGION-CODE.
068100     IF WS-HIKE-NOWIN
068200        MOVE "N" TO XD-NOWIN-FLAG
068300     END-IF.
068400     MOVE HO-TRAIL-NAME TO XF-TRAIL-NAME.
068500     MOVE WS-TRAIL-CLASS TO XF-CLASS.
068600     MOVE HO-SITE-ID TO XF-SITE-ID.
068700     MOVE ZERO TO XP-ASCENT XP-DESCENT XP-PEAK XP-LOW.
068800     IF FUNCTION TEST-NUMVAL(HO-ASCENT) = 0
068900        MOVE FUNCTION NUMVAL(HO-ASCENT) TO XP-ASCENT
069000     END-IF.
069100     IF FUNCTION TEST-NUMVAL(HO-DESCENT) = 0
069200        MOVE FUNCTION NUMVAL(HO-DESCENT) TO XP-DESCENT
069300     END-IF.
069400     IF FUNCTION TEST-NUMVAL(HO-PEAK) = 0
069500        MOVE FUNCTION NUMVAL(HO-PEAK) TO XP-PEAK
069600     END-IF.
069700     IF FUNCTION TEST-NUMVAL(HO-LOW) = 0
069800        MOVE FUNCTION NUMVAL(HO-LOW) TO XP-LOW
069900     END-IF.
070000 2200-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------------
070400*    2300-ROUTE-TO-SUBSCRIBER - APPLY SUBSCRIBER WS-SUB'S REGION,
070500*                               CLASS AND NOWIN FILTERS IN THAT
070600*                               ORDER, THEN SEND THE DETAIL IN
070700*                               THE SUBSCRIBER'S LAYOUT
070800*----------------------------------------------------------------
070900 2300-ROUTE-TO-SUBSCRIBER.
071000     IF SB-REGION-COUNT(WS-SUB) > 0
071100        MOVE "N" TO WS-MATCH-SWITCH
071200        PERFORM VARYING WS-R FROM 1 BY 1
071300              UNTIL WS-R > SB-REGION-COUNT(WS-SUB)
071400           IF SB-REGION-CODE(WS-SUB, WS-R) = HO-REGION-CODE
071500              SET WS-FILTER-MATCHED TO TRUE
071600           END-IF
071700        END-PERFORM
071800        IF NOT WS-FILTER-MATCHED
071900           MOVE "REGION" TO SB-ROUTE-CODE(WS-SUB)
072000           ADD 1 TO SB-SKIP-REGION(WS-SUB)
072100           GO TO 2300-EXIT
072200        END-IF
072300     END-IF.
072400     IF SB-CLASS-COUNT(WS-SUB) > 0
072500        IF NOT WS-MASTER-FOUND
072600           MOVE "NO MSTR" TO SB-ROUTE-CODE(WS-SUB)
072700           ADD 1 TO SB-SKIP-MASTER(WS-SUB)
072800           GO TO 2300-EXIT
072900        END-IF
073000        MOVE "N" TO WS-MATCH-SWITCH
073100        PERFORM VARYING WS-R FROM 1 BY 1
073200              UNTIL WS-R > SB-CLASS-COUNT(WS-SUB)
073300           IF SB-CLASS(WS-SUB, WS-R) = WS-TRAIL-CLASS
073400              SET WS-FILTER-MATCHED TO TRUE
073500           END-IF
073600        END-PERFORM
073700        IF NOT WS-FILTER-MATCHED
073800           MOVE "CLASS" TO SB-ROUTE-CODE(WS-SUB)
073900           ADD 1 TO SB-SKIP-CLASS(WS-SUB)
074000           GO TO 2300-EXIT
074100        END-IF
074200     END-IF.
074300     IF WS-HIKE-NOWIN
074400        ADD 1 TO SB-NOWIN-COUNT(WS-SUB)
074500        IF SB-NOWIN-FILTERED(WS-SUB)
074600           MOVE "NOWIN" TO SB-ROUTE-CODE(WS-SUB)
074700           ADD 1 TO SB-SKIP-NOWIN(WS-SUB)
074800           GO TO 2300-EXIT
074900        END-IF
075000     END-IF.
075100     MOVE SPACES TO WS-FEED-LINE.
075200     MOVE WS-DETAIL-RECORD TO WS-FEED-LINE.
075300     MOVE 25 TO WS-FEED-POS.
075400     IF SB-LAYOUT-FULL(WS-SUB)
075500        MOVE WS-DETAIL-FULL-PART TO WS-FEED-LINE(WS-FEED-POS:40)
075600        ADD 40 TO WS-FEED-POS
075700     END-IF.
075800     IF SB-PROFILE-WANTED(WS-SUB)
075900        MOVE WS-DETAIL-PROFILE-PART
076000            TO WS-FEED-LINE(WS-FEED-POS:22)
076100     END-IF.
076200     PERFORM 3200-WRITE-FEED-RECORD THRU 3200-EXIT.
076300     ADD 1 TO SB-DETAILS-SENT(WS-SUB).
076400     IF NOT WS-HIKE-NOWIN
076500        ADD WS-DETAIL-VALUE TO SB-HASH-TOTAL(WS-SUB)
076600     END-IF.
076700     MOVE "SENT" TO SB-ROUTE-CODE(WS-SUB).
076800 2300-EXIT.
076900     EXIT.
077000
077100*----------------------------------------------------------------
077200*    2500-PRINT-ROUTING-LINE - ONE LINE PER HIKE SHOWING WHAT
077300*                              EACH SUBSCRIBER WAS SENT, AND WHY
077400*                              NOT
077500*----------------------------------------------------------------
077600 2500-PRINT-ROUTING-LINE.
077700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
077800        PERFORM 2510-WRITE-REPORT-HEADERS THRU 2510-EXIT
077900     END-IF.
078000     MOVE SPACES TO WS-ROUTE-DETAIL.
078100     MOVE HO-HIKE-ID TO RRD-HIKE-ID.
078200     MOVE HO-REGION-CODE TO RRD-REGION.
078300     MOVE WS-TRAIL-CLASS TO RRD-CLASS.
078400     MOVE HO-STATUS-CODE TO RRD-STATUS.
078500     PERFORM VARYING WS-SUB FROM 1 BY 1
078600           UNTIL WS-SUB > WS-SUB-COUNT
078700        MOVE SB-ROUTE-CODE(WS-SUB) TO RRD-ROUTE-CODE(WS-SUB)
078800     END-PERFORM.
078900     MOVE WS-ROUTE-DETAIL TO DR-REPORT-LINE.
079000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
079100     ADD 1 TO WS-LINE-COUNT.
079200 2500-EXIT.
079300     EXIT.
079400
079500*----------------------------------------------------------------
079600*    2510-WRITE-REPORT-HEADERS - START A NEW REPORT PAGE
079700*----------------------------------------------------------------
079800 2510-WRITE-REPORT-HEADERS.
079900     ADD 1 TO WS-PAGE-NUMBER.
080000     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
080100     MOVE WS-PAGE-NUMBER TO RH1-PAGE-NBR.
080200     MOVE SPACES TO DR-REPORT-LINE.
080300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
080400     MOVE WS-REPORT-HEADING-1 TO DR-REPORT-LINE.
080500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
080600     MOVE SPACES TO DR-REPORT-LINE.
080700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
080800     MOVE WS-ROUTE-HEADING TO DR-REPORT-LINE.
080900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
081000     MOVE ZERO TO WS-LINE-COUNT.
081100 2510-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------
081500*    3000-READ-HIKEOUT - READ THE NEXT HIKEOUT RECORD
081600*----------------------------------------------------------------
081700 3000-READ-HIKEOUT.
081800     READ HIKEOUT
081900         AT END
082000             SET WS-END-OF-FILE TO TRUE
082100     END-READ.
082200     IF NOT WS-END-OF-FILE
082300        AND WS-HIKEOUT-STATUS NOT = "00"
082400        MOVE "HIKEOUT" TO WS-ABEND-FILE-ID
082500        MOVE WS-HIKEOUT-STATUS TO WS-ABEND-STATUS
082600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
082700     END-IF.
082800 3000-EXIT.
082900     EXIT.
083000
083100*----------------------------------------------------------------
083200*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
083300*----------------------------------------------------------------
083400 3100-WRITE-REPORT-LINE.
083500     WRITE DR-REPORT-LINE.
083600     IF WS-DISTRPT-STATUS NOT = "00"
083700        MOVE "DISTRPT" TO WS-ABEND-FILE-ID
083800        MOVE WS-DISTRPT-STATUS TO WS-ABEND-STATUS
083900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
084000     END-IF.
084100 3100-EXIT.
084200     EXIT.
084300
084400*----------------------------------------------------------------
084500*    3200-WRITE-FEED-RECORD - WRITE WS-FEED-LINE TO SUBSCRIBER
084600*                             WS-SUB'S FEED WITH STATUS CHECK
084700*----------------------------------------------------------------
084800 3200-WRITE-FEED-RECORD.
084900     IF WS-SUB = 1
085000        MOVE "DISTFD1" TO WS-ABEND-FILE-ID
085100        WRITE DF1-FEED-RECORD FROM WS-FEED-LINE
085200        MOVE WS-DISTFD1-STATUS TO WS-FEED-STATUS
085300     END-IF.
085400     IF WS-SUB = 2
085500        MOVE "DISTFD2" TO WS-ABEND-FILE-ID
085600        WRITE DF2-FEED-RECORD FROM WS-FEED-LINE
085700        MOVE WS-DISTFD2-STATUS TO WS-FEED-STATUS
085800     END-IF.
085900     IF WS-SUB = 3
086000        MOVE "DISTFD3" TO WS-ABEND-FILE-ID
086100        WRITE DF3-FEED-RECORD FROM WS-FEED-LINE
086200        MOVE WS-DISTFD3-STATUS TO WS-FEED-STATUS
086300     END-IF.
086400     IF WS-SUB = 4
086500        MOVE "DISTFD4" TO WS-ABEND-FILE-ID
086600        WRITE DF4-FEED-RECORD FROM WS-FEED-LINE
086700        MOVE WS-DISTFD4-STATUS TO WS-FEED-STATUS
086800     END-IF.
086900     IF WS-SUB = 5
087000        MOVE "DISTFD5" TO WS-ABEND-FILE-ID
087100        WRITE DF5-FEED-RECORD FROM WS-FEED-LINE
087200        MOVE WS-DISTFD5-STATUS TO WS-FEED-STATUS
087300     END-IF.
087400     IF WS-SUB = 6
087500        MOVE "DISTFD6" TO WS-ABEND-FILE-ID
087600        WRITE DF6-FEED-RECORD FROM WS-FEED-LINE
087700        MOVE WS-DISTFD6-STATUS TO WS-FEED-STATUS
087800     END-IF.
087900     IF WS-FEED-STATUS NOT = "00"
088000        MOVE WS-FEED-STATUS TO WS-ABEND-STATUS
088100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
088200     END-IF.
088300 3200-EXIT.
088400     EXIT.
088500
088600*----------------------------------------------------------------
088700*    9000-TERMINATE - WRITE EACH FEED'S CONTROL TRAILER, PRINT
088800*                     THE SUBSCRIBER SUMMARY AND CLOSE FILES
088900*----------------------------------------------------------------
089000 9000-TERMINATE.
089100     IF WS-PAGE-NUMBER = 0
089200        PERFORM 2510-WRITE-REPORT-HEADERS THRU 2510-EXIT
089300     END-IF.
089400     PERFORM VARYING WS-SUB FROM 1 BY 1
089500           UNTIL WS-SUB > WS-SUB-COUNT
089600        MOVE SB-DETAILS-SENT(WS-SUB) TO XT-DETAIL-COUNT
089700        MOVE SB-HASH-TOTAL(WS-SUB) TO XT-HASH-TOTAL
089800        MOVE SB-NOWIN-COUNT(WS-SUB) TO XT-NOWIN-COUNT
089900        MOVE WS-TRAILER-RECORD TO WS-FEED-LINE
090000        PERFORM 3200-WRITE-FEED-RECORD THRU 3200-EXIT
090100        PERFORM 9100-PRINT-SUBSCRIBER THRU 9100-EXIT
090200     END-PERFORM.
090300     MOVE SPACES TO DR-REPORT-LINE.
090400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
090500     MOVE WS-RECORDS-READ TO RT-READ.
090600     MOVE WS-NOT-ON-MASTER TO RT-NOT-ON-MASTER.
090700     MOVE WS-SUB-COUNT TO RT-SUBSCRIBERS.
090800     MOVE WS-REPORT-TRAILER TO DR-REPORT-LINE.
090900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
091000     CLOSE HIKEOUT.
091100     CLOSE TRAILMST.
091200     IF WS-SUB-COUNT >= 1
091300        CLOSE DISTFD1
091400     END-IF.
091500     IF WS-SUB-COUNT >= 2
091600        CLOSE DISTFD2
091700     END-IF.
091800     IF WS-SUB-COUNT >= 3
091900        CLOSE DISTFD3
092000     END-IF.
092100     IF WS-SUB-COUNT >= 4
092200        CLOSE DISTFD4
092300     END-IF.
092400     IF WS-SUB-COUNT >= 5
092500        CLOSE DISTFD5
092600     END-IF.
092700     IF WS-SUB-COUNT >= 6
092800        CLOSE DISTFD6
092900     END-IF.
093000     CLOSE DISTRPT.
093100     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
093200 9000-EXIT.
093300     EXIT.
093400
093500*----------------------------------------------------------------
093600*    9100-PRINT-SUBSCRIBER - ONE SUMMARY BLOCK PER SUBSCRIBER:
093700*                            ITS OPTIONS, FILTERS AND TOTALS
093800*----------------------------------------------------------------
093900 9100-PRINT-SUBSCRIBER.
094000     MOVE SPACES TO DR-REPORT-LINE.
094100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
094200     MOVE SB-SUBSCRIBER-ID(WS-SUB) TO SL1-SUBSCRIBER-ID.
094300     MOVE SB-NAME(WS-SUB) TO SL1-NAME.
094400     MOVE "DISTFD" TO SL1-FEED-DD.
094500     MOVE WS-SUB TO SL1-FEED-DD(7:1).
094600     MOVE SB-FILE-NAME(WS-SUB) TO SL1-FILE-NAME.
094700     MOVE SB-LAYOUT(WS-SUB) TO SL1-LAYOUT.
094800     MOVE SB-PROFILE(WS-SUB) TO SL1-PROFILE.
094900     MOVE SB-NOWIN-OPTION(WS-SUB) TO SL1-NOWIN-OPTION.
095000     MOVE WS-SUB-LINE-1 TO DR-REPORT-LINE.
095100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
095200     MOVE SPACES TO WS-SUB-LINE-2(22:30).
095300     IF SB-REGION-COUNT(WS-SUB) = 0
095400        MOVE "ALL" TO SL2-REGION-CODE(1)
095500     END-IF.
095600     PERFORM VARYING WS-R FROM 1 BY 1
095700           UNTIL WS-R > SB-REGION-COUNT(WS-SUB)
095800        MOVE SB-REGION-CODE(WS-SUB, WS-R) TO SL2-REGION-CODE(WS-R)
095900     END-PERFORM.
096000     MOVE SPACES TO WS-SUB-LINE-2(64:15).
096100     IF SB-CLASS-COUNT(WS-SUB) = 0
096200        MOVE "ALL" TO WS-SUB-LINE-2(64:3)
096300     END-IF.
096400     PERFORM VARYING WS-R FROM 1 BY 1
096500           UNTIL WS-R > SB-CLASS-COUNT(WS-SUB)
096600        MOVE SB-CLASS(WS-SUB, WS-R) TO SL2-CLASS(WS-R)
096700     END-PERFORM.
096800     MOVE WS-SUB-LINE-2 TO DR-REPORT-LINE.
096900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
097000     MOVE SB-DETAILS-SENT(WS-SUB) TO SL3-SENT.
097100     MOVE SB-HASH-TOTAL(WS-SUB) TO SL3-HASH.
097200     MOVE SB-NOWIN-COUNT(WS-SUB) TO SL3-NOWIN.
097300     MOVE WS-SUB-LINE-3 TO DR-REPORT-LINE.
097400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
097500     MOVE SB-SKIP-REGION(WS-SUB) TO SL4-REGION.
097600     MOVE SB-SKIP-CLASS(WS-SUB) TO SL4-CLASS.
097700     MOVE SB-SKIP-MASTER(WS-SUB) TO SL4-MASTER.
097800     MOVE SB-SKIP-NOWIN(WS-SUB) TO SL4-NOWIN.
097900     MOVE WS-SUB-LINE-4 TO DR-REPORT-LINE.
098000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
098100 9100-EXIT.
098200     EXIT.
098300
098400*----------------------------------------------------------------
098500*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
098600*                           JOBSTATE FILE AFTER CONFIRMING
098700*                           THE PREDECESSOR COMPLETED CLEAN
098800*----------------------------------------------------------------
098900 8500-STAMP-JOB-START.
099000     IF WS-RUN-DATE = 0
099100        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
099200     END-IF.
099300     OPEN I-O JOBSTATE.
099400     IF WS-JOBSTATE-STATUS NOT = "00"
099500        AND WS-JOBSTATE-STATUS NOT = "05"
099600        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
099700        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
099800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
099900     END-IF.
100000     PERFORM 8700-CHECK-PREDECESSOR THRU 8700-EXIT.
100100     ACCEPT WS-STAMP-TIME FROM TIME.
100200     MOVE "HIKEDIST" TO JS-PROGRAM-ID.
100300     MOVE WS-RUN-DATE TO JS-RUN-DATE.
100400     READ JOBSTATE
100500         INVALID KEY
100600             MOVE "HIKEDIST" TO JS-PROGRAM-ID
100700             MOVE WS-RUN-DATE TO JS-RUN-DATE
100800             MOVE WS-STAMP-TIME TO JS-START-TIME
100900             MOVE ZERO TO JS-END-TIME
101000             MOVE 99 TO JS-RETURN-CODE
101100             MOVE "N" TO JS-COMPLETE-FLAG
101200             WRITE JS-STATE-RECORD
101300         NOT INVALID KEY
101400             MOVE WS-STAMP-TIME TO JS-START-TIME
101500             MOVE ZERO TO JS-END-TIME
101600             MOVE 99 TO JS-RETURN-CODE
101700             MOVE "N" TO JS-COMPLETE-FLAG
101800             REWRITE JS-STATE-RECORD
101900     END-READ.
102000     IF WS-JOBSTATE-STATUS NOT = "00"
102100        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
102200        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
102300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
102400     END-IF.
102500 8500-EXIT.
102600     EXIT.
102700
102800*----------------------------------------------------------------
102900*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
103000*                         RETURN CODE
103100*----------------------------------------------------------------
103200 8600-STAMP-JOB-END.
103300     ACCEPT WS-STAMP-TIME FROM TIME.
103400     MOVE "HIKEDIST" TO JS-PROGRAM-ID.
103500     MOVE WS-RUN-DATE TO JS-RUN-DATE.
103600     READ JOBSTATE
103700         INVALID KEY
103800             CONTINUE
103900         NOT INVALID KEY
104000             MOVE WS-STAMP-TIME TO JS-END-TIME
104100             MOVE RETURN-CODE TO JS-RETURN-CODE
104200             MOVE "Y" TO JS-COMPLETE-FLAG
104300             REWRITE JS-STATE-RECORD
104400     END-READ.
104500     CLOSE JOBSTATE.
104600 8600-EXIT.
104700     EXIT.
104800
104900*----------------------------------------------------------------
105000*    8700-CHECK-PREDECESSOR - REFUSE TO START UNLESS THE
105100*                             PREDECESSOR COMPLETED CLEAN FOR
105200*                             THE SAME RUN DATE
105300*----------------------------------------------------------------
105400 8700-CHECK-PREDECESSOR.
105500     MOVE WS-PREDECESSOR-ID TO JS-PROGRAM-ID.
105600     MOVE WS-RUN-DATE TO JS-RUN-DATE.
105700     READ JOBSTATE
105800         INVALID KEY
105900             PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
106000     END-READ.
106100     IF NOT JS-RUN-COMPLETE
106200        OR JS-RETURN-CODE NOT = ZERO
106300        PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
106400     END-IF.
106500 8700-EXIT.
106600     EXIT.
106700
106800 8710-HOLD-THE-JOB.
106900     DISPLAY "HIKEDIST: PREDECESSOR " WS-PREDECESSOR-ID
107000         " HAS NOT COMPLETED CLEAN FOR RUN DATE " WS-RUN-DATE
107100         " - JOB NOT STARTED".
107200     CLOSE JOBSTATE.
107300     MOVE 8 TO RETURN-CODE.
107400     STOP RUN.
107500 8710-EXIT.
107600     EXIT.
107700
107800*----------------------------------------------------------------
107900*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
108000*----------------------------------------------------------------
108100 9990-ABEND-ON-FILE-ERROR.
108200     DISPLAY "HIKEDIST: I/O ERROR ON " WS-ABEND-FILE-ID
108300         " - FILE STATUS = " WS-ABEND-STATUS.
108400     MOVE 16 TO RETURN-CODE.
108500     STOP RUN.
108600 9990-EXIT.
108700     EXIT.
