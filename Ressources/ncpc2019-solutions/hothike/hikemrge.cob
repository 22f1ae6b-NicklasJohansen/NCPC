000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKEMRGE.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  MERGES THE OUTPUT OF THE
001300*                      REGION-PARTITIONED HOTHIKE RUNS BACK INTO
001400*                      ONE DAY AND BALANCES EACH PARTITION, AND
001500*                      THE DAY AS A WHOLE, AGAINST THE HIKESPLT
001600*                      COUNTS.
001700*----------------------------------------------------------------
001800*
001900*    FOR EACH PARTITION N NAMED ON SPLTCNT THE PIECES HIKEOUTN,
002000*    HIKEERRN, HIKEAUDN AND HIKEWINN ARE COPIED, IN PARTITION
002040*    ORDER, TO THE DAY'S HIKEOUT, HIKEERR, HIKEAUD AND HIKEWIN,
002080*    SO HIKEWRPT REVIEWS EVERY PARTITION'S WINDOWS.  A HIKEWINN
002120*    PIECE IS WRITTEN ONLY WHEN THE HIKECTL WINDOW OPTION IS ON;
002160*    A MISSING ONE IS PASSED OVER.  THE LAST HIKECHKN RECORD OF
002200*    EACH PARTITION IS SUMMED INTO ONE HIKECHK RECORD SO HIKERECN
002300*    BALANCES THE MERGED DAY EXACTLY AS IT DOES AN UNPARTITIONED
002400*    ONE.  THE HIKESTAN RUN RECORDS ARE APPENDED TO HIKESTAT
002500*    LAST, AFTER THE DATA HAS BEEN MERGED.
002600*
002700*    A PARTITION IS IN BALANCE WHEN:
002800*        HIKES SPLIT TO IT  = HIKEOUTN + HIKEERRN RECORDS
002900*        HIKEOUTN RECORDS   = HIKES PROCESSED ON HIKECHKN
003000*        HIKEERRN RECORDS   = HIKES REJECTED ON HIKECHKN
003100*    AND THE DAY IS IN BALANCE WHEN THE SAME HOLDS FOR THE
003200*    TOTALS AND THE MERGED FILES.  ANYTHING OUT OF BALANCE ENDS
003300*    THE RUN WITH RETURN CODE 8.
003400*
003500*    THE MERGE WAITS ON HIKESPLT AND ON EVERY HOTHIKEN RUN.  IT
003600*    STANDS IN FOR HOTHIKE ON JOBSTATE: A HOTHIKE ENTRY IS HELD
003700*    INCOMPLETE WHILE THE MERGE RUNS AND IS MARKED COMPLETE WITH
003800*    THE MERGE'S RETURN CODE AT THE END, SO THE PROGRAMS THAT
003900*    WAIT ON HOTHIKE START ONLY AFTER A CLEAN MERGE.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SPLTCNT ASSIGN TO "SPLTCNT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SPLTCNT-STATUS.
004700     SELECT HIKEOUT1 ASSIGN TO "HIKEOUT1"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-OUT-PIECE-STATUS.
005000     SELECT HIKEOUT2 ASSIGN TO "HIKEOUT2"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OUT-PIECE-STATUS.
005300     SELECT HIKEOUT3 ASSIGN TO "HIKEOUT3"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-OUT-PIECE-STATUS.
005600     SELECT HIKEOUT4 ASSIGN TO "HIKEOUT4"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-OUT-PIECE-STATUS.
005900     SELECT HIKEERR1 ASSIGN TO "HIKEERR1"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ERR-PIECE-STATUS.
006200     SELECT HIKEERR2 ASSIGN TO "HIKEERR2"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ERR-PIECE-STATUS.
006500     SELECT HIKEERR3 ASSIGN TO "HIKEERR3"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ERR-PIECE-STATUS.
006800     SELECT HIKEERR4 ASSIGN TO "HIKEERR4"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-ERR-PIECE-STATUS.
007100     SELECT HIKEAUD1 ASSIGN TO "HIKEAUD1"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-AUD-PIECE-STATUS.
007400     SELECT HIKEAUD2 ASSIGN TO "HIKEAUD2"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUD-PIECE-STATUS.
007700     SELECT HIKEAUD3 ASSIGN TO "HIKEAUD3"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-AUD-PIECE-STATUS.
008000     SELECT HIKEAUD4 ASSIGN TO "HIKEAUD4"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-AUD-PIECE-STATUS.
008300     SELECT HIKECHK1 ASSIGN TO "HIKECHK1"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-CHK-PIECE-STATUS.
008600     SELECT HIKECHK2 ASSIGN TO "HIKECHK2"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-CHK-PIECE-STATUS.
008900     SELECT HIKECHK3 ASSIGN TO "HIKECHK3"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-CHK-PIECE-STATUS.
009200     SELECT HIKECHK4 ASSIGN TO "HIKECHK4"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-CHK-PIECE-STATUS.
009500     SELECT HIKESTA1 ASSIGN TO "HIKESTA1"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-STA-PIECE-STATUS.
009800     SELECT HIKESTA2 ASSIGN TO "HIKESTA2"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-STA-PIECE-STATUS.
010100     SELECT HIKESTA3 ASSIGN TO "HIKESTA3"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-STA-PIECE-STATUS.
010400     SELECT HIKESTA4 ASSIGN TO "HIKESTA4"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS WS-STA-PIECE-STATUS.
010607     SELECT OPTIONAL HIKEWIN1 ASSIGN TO "HIKEWIN1"
010614         ORGANIZATION IS LINE SEQUENTIAL
010621         FILE STATUS IS WS-WIN-PIECE-STATUS.
010628     SELECT OPTIONAL HIKEWIN2 ASSIGN TO "HIKEWIN2"
010635         ORGANIZATION IS LINE SEQUENTIAL
010642         FILE STATUS IS WS-WIN-PIECE-STATUS.
010649     SELECT OPTIONAL HIKEWIN3 ASSIGN TO "HIKEWIN3"
010656         ORGANIZATION IS LINE SEQUENTIAL
010663         FILE STATUS IS WS-WIN-PIECE-STATUS.
010670     SELECT OPTIONAL HIKEWIN4 ASSIGN TO "HIKEWIN4"
010677         ORGANIZATION IS LINE SEQUENTIAL
010684         FILE STATUS IS WS-WIN-PIECE-STATUS.
010700     SELECT OPTIONAL HIKEOUT ASSIGN TO "HIKEOUT"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-HIKEOUT-STATUS.
011000     SELECT OPTIONAL HIKEERR ASSIGN TO "HIKEERR"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-HIKEERR-STATUS.
011300     SELECT OPTIONAL HIKEAUD ASSIGN TO "HIKEAUD"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-HIKEAUD-STATUS.
011520     SELECT OPTIONAL HIKEWIN ASSIGN TO "HIKEWIN"
011540         ORGANIZATION IS LINE SEQUENTIAL
011560         FILE STATUS IS WS-HIKEWIN-STATUS.
011600     SELECT OPTIONAL HIKECHK ASSIGN TO "HIKECHK"
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS WS-HIKECHK-STATUS.
011900     SELECT OPTIONAL HIKESTAT ASSIGN TO "HIKESTAT"
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS WS-HIKESTAT-STATUS.
012200     SELECT OPTIONAL MRGERPT ASSIGN TO "MRGERPT"
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS WS-MRGERPT-STATUS.
012500
012600     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
012700         ORGANIZATION IS INDEXED
012800         ACCESS MODE IS RANDOM
012900         RECORD KEY IS JS-STATE-KEY
013000         FILE STATUS IS WS-JOBSTATE-STATUS.
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  SPLTCNT.
013400 01  SC-COUNT-RECORD.
013500     05 SC-RUN-DATE               PIC 9(08).
013600     05 FILLER                    PIC X(01).
013700     05 SC-PARTITION              PIC 9(01).
013800     05 FILLER                    PIC X(01).
013900     05 SC-HIKEIN-HIKES           PIC 9(07).
014000     05 FILLER                    PIC X(01).
014100     05 SC-HIKERSUB-HIKES         PIC 9(07).
014200     05 FILLER                    PIC X(01).
014300     05 SC-LINES                  PIC 9(07).
014400
014500 FD  HIKEOUT1.
014600 01  O1-PIECE-RECORD              PIC X(125).
014700 FD  HIKEOUT2.
014800 01  O2-PIECE-RECORD              PIC X(125).
014900 FD  HIKEOUT3.
015000 01  O3-PIECE-RECORD              PIC X(125).
015100 FD  HIKEOUT4.
015200 01  O4-PIECE-RECORD              PIC X(125).
015300
015400 FD  HIKEERR1.
015500 01  E1-PIECE-RECORD              PIC X(107).
015600 FD  HIKEERR2.
015700 01  E2-PIECE-RECORD              PIC X(107).
015800 FD  HIKEERR3.
015900 01  E3-PIECE-RECORD              PIC X(107).
016000 FD  HIKEERR4.
016100 01  E4-PIECE-RECORD              PIC X(107).
016200
016300 FD  HIKEAUD1.
016400 01  A1-PIECE-RECORD              PIC X(2073).
016500 FD  HIKEAUD2.
016600 01  A2-PIECE-RECORD              PIC X(2073).
016700 FD  HIKEAUD3.
016800 01  A3-PIECE-RECORD              PIC X(2073).
016900 FD  HIKEAUD4.
017000 01  A4-PIECE-RECORD              PIC X(2073).
017100
017200 FD  HIKECHK1.
017300 01  C1-PIECE-RECORD              PIC X(79).
017400 FD  HIKECHK2.
017500 01  C2-PIECE-RECORD              PIC X(79).
017600 FD  HIKECHK3.
017700 01  C3-PIECE-RECORD              PIC X(79).
017800 FD  HIKECHK4.
017900 01  C4-PIECE-RECORD              PIC X(79).
018000
018100 FD  HIKESTA1.
018200 01  S1-PIECE-RECORD              PIC X(63).
018300 FD  HIKESTA2.
018400 01  S2-PIECE-RECORD              PIC X(63).
018500 FD  HIKESTA3.
018600 01  S3-PIECE-RECORD              PIC X(63).
018700 FD  HIKESTA4.
018800 01  S4-PIECE-RECORD              PIC X(63).
018810
018820 FD  HIKEWIN1.
018830 01  W1-PIECE-RECORD              PIC X(75).
018840 FD  HIKEWIN2.
018850 01  W2-PIECE-RECORD              PIC X(75).
018860 FD  HIKEWIN3.
018870 01  W3-PIECE-RECORD              PIC X(75).
018880 FD  HIKEWIN4.
018890 01  W4-PIECE-RECORD              PIC X(75).
018900
019000 FD  HIKEOUT.
019100 01  HO-OUTPUT-RECORD             PIC X(125).
019200
019300 FD  HIKEERR.
019400 01  HE-ERROR-RECORD              PIC X(107).
019500
019600 FD  HIKEAUD.
019700 01  HA-AUDIT-RECORD              PIC X(2073).
019720
019740 FD  HIKEWIN.
019760 01  HW-WINDOW-RECORD             PIC X(75).
019800
019900 FD  HIKECHK.
020000 01  HK-CHECKPOINT-RECORD.
020100     05 CK-LAST-HIKE-NBR          PIC 9(07).
020200     05 FILLER                    PIC X(01).
020300     05 CK-HIKES-PROCESSED        PIC 9(07).
020400     05 FILLER                    PIC X(01).
020500     05 CK-HIKES-REJECTED         PIC 9(07).
020600     05 FILLER                    PIC X(01).
020700     05 CK-HIKES-SCORED           PIC 9(07).
020800     05 FILLER                    PIC X(01).
020900     05 CK-SUM-T                  PIC S9(09).
021000     05 FILLER                    PIC X(01).
021100     05 CK-MIN-T                  PIC S9(05).
021200     05 FILLER                    PIC X(01).
021300     05 CK-MAX-T                  PIC S9(05).
021400     05 FILLER                    PIC X(01).
021500     05 CK-RUN-DATE               PIC 9(08).
021600     05 FILLER                    PIC X(01).
021700     05 CK-ORIG-PROCESSED         PIC 9(07).
021800     05 FILLER                    PIC X(01).
021900     05 CK-RESUB-PROCESSED        PIC 9(07).
022000
022100 FD  HIKESTAT.
022200 01  HS-STAT-RECORD               PIC X(63).
022300
022400 FD  MRGERPT.
022500 01  MR-REPORT-LINE               PIC X(132).
022600
022700 FD  JOBSTATE.
022800 01  JS-STATE-RECORD.
022900     05 JS-STATE-KEY.
023000        10 JS-PROGRAM-ID          PIC X(08).
023100        10 JS-RUN-DATE            PIC 9(08).
023200     05 JS-START-TIME             PIC 9(08).
023300     05 JS-END-TIME               PIC 9(08).
023400     05 JS-RETURN-CODE            PIC 9(02).
023500     05 JS-COMPLETE-FLAG          PIC X(01).
023600        88 JS-RUN-COMPLETE                  VALUE "Y".
023700 WORKING-STORAGE SECTION.
023800*----------------------------------------------------------------
023900*    SWITCHES
024000*----------------------------------------------------------------
024100 77  WS-CNT-EOF-SWITCH            PIC X(01) VALUE "N".
024200     88 WS-CNT-END-OF-FILE                  VALUE "Y".
024300 77  WS-PIECE-EOF-SWITCH          PIC X(01) VALUE "N".
024400     88 WS-PIECE-AT-END                     VALUE "Y".
024500     88 WS-PIECE-HAS-RECORD                 VALUE "N".
024600 77  WS-BALANCE-SWITCH            PIC X(01) VALUE "Y".
024700     88 WS-MERGE-IN-BALANCE                 VALUE "Y".
024800     88 WS-MERGE-OUT-OF-BALANCE             VALUE "N".
024900
025000*----------------------------------------------------------------
025100*    FILE STATUS AREAS
025200*----------------------------------------------------------------
025300 01  WS-SPLTCNT-STATUS            PIC X(02) VALUE "00".
025400 01  WS-OUT-PIECE-STATUS          PIC X(02) VALUE "00".
025500 01  WS-ERR-PIECE-STATUS          PIC X(02) VALUE "00".
025600 01  WS-AUD-PIECE-STATUS          PIC X(02) VALUE "00".
025700 01  WS-CHK-PIECE-STATUS          PIC X(02) VALUE "00".
025800 01  WS-STA-PIECE-STATUS          PIC X(02) VALUE "00".
025850 01  WS-WIN-PIECE-STATUS          PIC X(02) VALUE "00".
025900 01  WS-HIKEOUT-STATUS            PIC X(02) VALUE "00".
026000 01  WS-HIKEERR-STATUS            PIC X(02) VALUE "00".
026100 01  WS-HIKEAUD-STATUS            PIC X(02) VALUE "00".
026150 01  WS-HIKEWIN-STATUS            PIC X(02) VALUE "00".
026200 01  WS-HIKECHK-STATUS            PIC X(02) VALUE "00".
026300 01  WS-HIKESTAT-STATUS           PIC X(02) VALUE "00".
026400 01  WS-MRGERPT-STATUS            PIC X(02) VALUE "00".
026500 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
026600 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
026700 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
026800 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
026900 01  WS-PREDECESSOR-ID            PIC X(08) VALUE "HIKESPLT".
027000 01  WS-PREDECESSOR-PARTS REDEFINES WS-PREDECESSOR-ID.
027100     05 WS-PRED-PROGRAM           PIC X(07).
027200     05 WS-PRED-PARTITION         PIC 9(01).
027300 01  WS-STAMP-PROGRAM-ID          PIC X(08) VALUE SPACES.
027400
027500*----------------------------------------------------------------
027600*    PIECE FILE NAME FOR MESSAGES - E.G. HIKEOUT3
027700*----------------------------------------------------------------
027800 01  WS-PIECE-FILE-ID.
027900     05 WS-PIECE-NAME             PIC X(07).
028000     05 WS-PIECE-DIGIT            PIC 9(01).
028100
028200*----------------------------------------------------------------
028300*    PARTITION TABLE - SPLIT COUNTS, PIECE COUNTS AND THE LAST
028400*    CHECKPOINT OF EACH PARTITION
028500*----------------------------------------------------------------
028600 01  WS-PARTITION-COUNT           PIC 9(01) VALUE ZERO.
028700 01  WS-PARTITION-TABLE.
028800     05 WS-PARTITION-ENTRY        OCCURS 4 TIMES.
028900        10 PT-SPLIT-HIKES         PIC 9(07).
029000        10 PT-OUT-RECORDS         PIC 9(07).
029100        10 PT-ERR-RECORDS         PIC 9(07).
029200        10 PT-AUD-RECORDS         PIC 9(07).
029300        10 PT-STA-RECORDS         PIC 9(07).
029400        10 PT-CHK-RECORDS         PIC 9(07).
029500        10 PT-CHK-PROCESSED       PIC 9(07).
029600        10 PT-CHK-REJECTED        PIC 9(07).
029700        10 PT-CHK-SCORED          PIC 9(07).
029800        10 PT-CHK-SUM-T           PIC S9(09).
029900        10 PT-CHK-MIN-T           PIC S9(05).
030000        10 PT-CHK-MAX-T           PIC S9(05).
030100        10 PT-CHK-ORIG            PIC 9(07).
030200        10 PT-CHK-RESUB           PIC 9(07).
030300 01  WS-P                         PIC 9(01) VALUE ZERO.
030400 01  WS-PART                      PIC 9(01) VALUE ZERO.
030500
030600*----------------------------------------------------------------
030700*    RECORD WORK AREAS
030800*----------------------------------------------------------------
030900 01  WS-OUT-LINE                  PIC X(125) VALUE SPACES.
031000 01  WS-ERR-LINE                  PIC X(107) VALUE SPACES.
031100 01  WS-AUD-LINE                  PIC X(2073) VALUE SPACES.
031200 01  WS-STA-LINE                  PIC X(63) VALUE SPACES.
031250 01  WS-WIN-LINE                  PIC X(75) VALUE SPACES.
031300 01  WS-PIECE-CHECKPOINT.
031400     05 PC-LAST-HIKE-NBR          PIC 9(07).
031500     05 FILLER                    PIC X(01).
031600     05 PC-HIKES-PROCESSED        PIC 9(07).
031700     05 FILLER                    PIC X(01).
031800     05 PC-HIKES-REJECTED         PIC 9(07).
031900     05 FILLER                    PIC X(01).
032000     05 PC-HIKES-SCORED           PIC 9(07).
032100     05 FILLER                    PIC X(01).
032200     05 PC-SUM-T                  PIC S9(09).
032300     05 FILLER                    PIC X(01).
032400     05 PC-MIN-T                  PIC S9(05).
032500     05 FILLER                    PIC X(01).
032600     05 PC-MAX-T                  PIC S9(05).
032700     05 FILLER                    PIC X(01).
032800     05 PC-RUN-DATE               PIC 9(08).
032900     05 FILLER                    PIC X(01).
033000     05 PC-ORIG-PROCESSED         PIC 9(07).
033100     05 FILLER                    PIC X(01).
033200     05 PC-RESUB-PROCESSED        PIC 9(07).
033300
033400*----------------------------------------------------------------
033500*    DAY TOTALS
033600*----------------------------------------------------------------
033700 01  WS-TOT-SPLIT-HIKES           PIC 9(07) VALUE ZERO.
033800 01  WS-TOT-OUT-RECORDS           PIC 9(07) VALUE ZERO.
033900 01  WS-TOT-ERR-RECORDS           PIC 9(07) VALUE ZERO.
034000 01  WS-TOT-AUD-RECORDS           PIC 9(07) VALUE ZERO.
034100 01  WS-TOT-STA-RECORDS           PIC 9(07) VALUE ZERO.
034130 01  WS-TOT-WIN-RECORDS           PIC 9(07) VALUE ZERO.
034160 01  WS-WIN-PIECES-MISSING        PIC 9(01) VALUE ZERO.
034200 01  WS-TOT-CHK-PROCESSED         PIC 9(07) VALUE ZERO.
034300 01  WS-TOT-CHK-REJECTED          PIC 9(07) VALUE ZERO.
034400 01  WS-TOT-CHK-SCORED            PIC 9(07) VALUE ZERO.
034500 01  WS-TOT-CHK-SUM-T             PIC S9(09) VALUE ZERO.
034600 01  WS-TOT-CHK-MIN-T             PIC S9(05) VALUE +99999.
034700 01  WS-TOT-CHK-MAX-T             PIC S9(05) VALUE -99999.
034800 01  WS-TOT-CHK-ORIG              PIC 9(07) VALUE ZERO.
034900 01  WS-TOT-CHK-RESUB             PIC 9(07) VALUE ZERO.
035000 01  WS-MERGED-OUT                PIC 9(07) VALUE ZERO.
035100 01  WS-MERGED-ERR                PIC 9(07) VALUE ZERO.
035200 01  WS-COUNTS-IGNORED            PIC 9(03) VALUE ZERO.
035300 01  WS-PART-SUM                  PIC 9(08) VALUE ZERO.
035400
035500*----------------------------------------------------------------
035600*    REPORT WORK AREAS
035700*----------------------------------------------------------------
035800 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
035900 01  WS-RUN-DATE-EDIT.
036000     05 WS-RD-YEAR                PIC 9(04).
036100     05 FILLER                    PIC X(01) VALUE "-".
036200     05 WS-RD-MONTH               PIC 9(02).
036300     05 FILLER                    PIC X(01) VALUE "-".
036400     05 WS-RD-DAY                 PIC 9(02).
036500
036600 01  WS-REPORT-HEADING-1.
036700     05 FILLER                    PIC X(20) VALUE "HIKEMRGE".
036800     05 FILLER                    PIC X(34)
036900            VALUE "PARTITION MERGE AND BALANCING".
037000     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
037100     05 RH1-RUN-DATE              PIC X(10).
037200
037300 01  WS-REPORT-HEADING-2.
037400     05 FILLER                    PIC X(06) VALUE "PART".
037500     05 FILLER                    PIC X(09) VALUE "   SPLIT".
037600     05 FILLER                    PIC X(09) VALUE " HIKEOUT".
037700     05 FILLER                    PIC X(09) VALUE " HIKEERR".
037800     05 FILLER                    PIC X(09) VALUE " HIKEAUD".
037900     05 FILLER                    PIC X(09) VALUE " CK PROC".
038000     05 FILLER                    PIC X(09) VALUE "  CK REJ".
038100     05 FILLER                    PIC X(02) VALUE SPACES.
038200     05 FILLER                    PIC X(06) VALUE "RESULT".
038300
038400 01  WS-PARTITION-DETAIL.
038500     05 PD-PARTITION              PIC X(04).
038600     05 FILLER                    PIC X(04) VALUE SPACES.
038700     05 PD-SPLIT-HIKES            PIC Z(06)9.
038800     05 FILLER                    PIC X(02) VALUE SPACES.
038900     05 PD-OUT-RECORDS            PIC Z(06)9.
039000     05 FILLER                    PIC X(02) VALUE SPACES.
039100     05 PD-ERR-RECORDS            PIC Z(06)9.
039200     05 FILLER                    PIC X(02) VALUE SPACES.
039300     05 PD-AUD-RECORDS            PIC Z(06)9.
039400     05 FILLER                    PIC X(02) VALUE SPACES.
039500     05 PD-CHK-PROCESSED          PIC Z(06)9.
039600     05 FILLER                    PIC X(02) VALUE SPACES.
039700     05 PD-CHK-REJECTED           PIC Z(06)9.
039800     05 FILLER                    PIC X(02) VALUE SPACES.
039900     05 PD-RESULT                 PIC X(24).
040000
040100 01  WS-BALANCE-LINE.
040200     05 BL-CAPTION                PIC X(44).
040300     05 BL-RESULT                 PIC X(24).
040400
040500 01  WS-COUNT-LINE.
040600     05 CL-CAPTION                PIC X(32).
040700     05 CL-COUNT                  PIC Z(06)9.
040800
040900 PROCEDURE DIVISION.
041000*----------------------------------------------------------------
041100*    0000-MAINLINE
041200*----------------------------------------------------------------
041300 0000-MAINLINE.
041400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041500     PERFORM 2000-MERGE-PARTITION THRU 2000-EXIT
041600         VARYING WS-PART FROM 1 BY 1
041700         UNTIL WS-PART > WS-PARTITION-COUNT.
041800     PERFORM 3500-WRITE-MERGED-CHECKPOINT THRU 3500-EXIT.
041900     PERFORM 5000-PRINT-BALANCING THRU 5000-EXIT.
042000     PERFORM 6000-APPEND-RUN-STATS THRU 6000-EXIT
042100         VARYING WS-PART FROM 1 BY 1
042200         UNTIL WS-PART > WS-PARTITION-COUNT.
042300     PERFORM 5500-PRINT-TRAILER THRU 5500-EXIT.
042400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042500     STOP RUN.
042600
042700*----------------------------------------------------------------
042800*    1000-INITIALIZE - LOAD THE SPLIT COUNTS, CHECK THE
042900*                      PREDECESSORS AND OPEN THE MERGED FILES
043000*----------------------------------------------------------------
043100 1000-INITIALIZE.
043200     PERFORM 1100-LOAD-SPLIT-COUNTS THRU 1100-EXIT.
043300     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
043400     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
043500     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
043600     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
043700     OPEN OUTPUT HIKEOUT.
043800     IF WS-HIKEOUT-STATUS NOT = "00"
043900        AND WS-HIKEOUT-STATUS NOT = "05"
044000        MOVE "HIKEOUT" TO WS-ABEND-FILE-ID
044100        MOVE WS-HIKEOUT-STATUS TO WS-ABEND-STATUS
044200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044300     END-IF.
044400     OPEN OUTPUT HIKEERR.
044500     IF WS-HIKEERR-STATUS NOT = "00"
044600        AND WS-HIKEERR-STATUS NOT = "05"
044700        MOVE "HIKEERR" TO WS-ABEND-FILE-ID
044800        MOVE WS-HIKEERR-STATUS TO WS-ABEND-STATUS
044900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
045000     END-IF.
045100     OPEN OUTPUT HIKEAUD.
045200     IF WS-HIKEAUD-STATUS NOT = "00"
045300        AND WS-HIKEAUD-STATUS NOT = "05"
045400        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
045500        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
045600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
045700     END-IF.
045710     OPEN OUTPUT HIKEWIN.
045720     IF WS-HIKEWIN-STATUS NOT = "00"
045730        AND WS-HIKEWIN-STATUS NOT = "05"
045740        MOVE "HIKEWIN" TO WS-ABEND-FILE-ID
045750        MOVE WS-HIKEWIN-STATUS TO WS-ABEND-STATUS
045760        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
045770     END-IF.
045800     OPEN OUTPUT HIKECHK.
045900     IF WS-HIKECHK-STATUS NOT = "00"
046000        AND WS-HIKECHK-STATUS NOT = "05"
046100        MOVE "HIKECHK" TO WS-ABEND-FILE-ID
046200        MOVE WS-HIKECHK-STATUS TO WS-ABEND-STATUS
046300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046400     END-IF.
046500     OPEN OUTPUT MRGERPT.
046600     IF WS-MRGERPT-STATUS NOT = "00"
046700        AND WS-MRGERPT-STATUS NOT = "05"
046800        MOVE "MRGERPT" TO WS-ABEND-FILE-ID
046900        MOVE WS-MRGERPT-STATUS TO WS-ABEND-STATUS
047000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
047100     END-IF.
047200 1000-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------
047600*    1100-LOAD-SPLIT-COUNTS - READ THE HIKESPLT COUNTS FOR THE
047700*                             RUN DATE.  RECORDS FOR ANOTHER
047800*                             DATE ARE IGNORED; NO RECORDS AT
047900*                             ALL MEANS THERE IS NOTHING TO MERGE.
048000*----------------------------------------------------------------
048100 1100-LOAD-SPLIT-COUNTS.
048200     IF WS-RUN-DATE = 0
048300        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
048400     END-IF.
048500     PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
048600        MOVE ZERO TO PT-SPLIT-HIKES(WS-P)
048700        MOVE ZERO TO PT-OUT-RECORDS(WS-P)
048800        MOVE ZERO TO PT-ERR-RECORDS(WS-P)
048900        MOVE ZERO TO PT-AUD-RECORDS(WS-P)
049000        MOVE ZERO TO PT-STA-RECORDS(WS-P)
049100        MOVE ZERO TO PT-CHK-RECORDS(WS-P)
049200        MOVE ZERO TO PT-CHK-PROCESSED(WS-P)
049300        MOVE ZERO TO PT-CHK-REJECTED(WS-P)
049400        MOVE ZERO TO PT-CHK-SCORED(WS-P)
049500        MOVE ZERO TO PT-CHK-SUM-T(WS-P)
049600        MOVE ZERO TO PT-CHK-MIN-T(WS-P)
049700        MOVE ZERO TO PT-CHK-MAX-T(WS-P)
049800        MOVE ZERO TO PT-CHK-ORIG(WS-P)
049900        MOVE ZERO TO PT-CHK-RESUB(WS-P)
050000     END-PERFORM.
050100     OPEN INPUT SPLTCNT.
050200     IF WS-SPLTCNT-STATUS NOT = "00"
050300        MOVE "SPLTCNT" TO WS-ABEND-FILE-ID
050400        MOVE WS-SPLTCNT-STATUS TO WS-ABEND-STATUS
050500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
050600     END-IF.
050700     PERFORM 1110-READ-SPLIT-COUNT THRU 1110-EXIT
050800         UNTIL WS-CNT-END-OF-FILE.
050900     CLOSE SPLTCNT.
051000     IF WS-PARTITION-COUNT = 0
051100        DISPLAY "HIKEMRGE: NO SPLTCNT RECORDS FOR RUN DATE "
051200            WS-RUN-DATE " - JOB NOT STARTED"
051300        MOVE 8 TO RETURN-CODE
051400        STOP RUN
051500     END-IF.
051600 1100-EXIT.
051700     EXIT.
051800
051900 1110-READ-SPLIT-COUNT.
052000     READ SPLTCNT
052100         AT END
052200             SET WS-CNT-END-OF-FILE TO TRUE
052300     END-READ.
052400     IF WS-CNT-END-OF-FILE
052500        GO TO 1110-EXIT
052600     END-IF.
052700     IF WS-SPLTCNT-STATUS NOT = "00"
052800        MOVE "SPLTCNT" TO WS-ABEND-FILE-ID
052900        MOVE WS-SPLTCNT-STATUS TO WS-ABEND-STATUS
053000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
053100     END-IF.
053200     IF SC-RUN-DATE NOT = WS-RUN-DATE
053300        OR SC-PARTITION NOT NUMERIC
053400        OR SC-PARTITION < 1 OR SC-PARTITION > 4
053500        OR SC-HIKEIN-HIKES NOT NUMERIC
053600        OR SC-HIKERSUB-HIKES NOT NUMERIC
053700        DISPLAY "HIKEMRGE: SPLTCNT RECORD IGNORED - "
053800            SC-COUNT-RECORD
053900        ADD 1 TO WS-COUNTS-IGNORED
054000        GO TO 1110-EXIT
054100     END-IF.
054200     ADD SC-HIKEIN-HIKES SC-HIKERSUB-HIKES
054300         TO PT-SPLIT-HIKES(SC-PARTITION).
054400     IF SC-PARTITION > WS-PARTITION-COUNT
054500        MOVE SC-PARTITION TO WS-PARTITION-COUNT
054600     END-IF.
054700 1110-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------
055100*    2000-MERGE-PARTITION - COPY ONE PARTITION'S HIKEOUT, HIKEERR,
055200*                           HIKEAUD AND HIKEWIN PIECES TO THE
055300*                           DAY'S FILES AND KEEP ITS LAST
055350*                           CHECKPOINT
055400*----------------------------------------------------------------
055500 2000-MERGE-PARTITION.
055600     MOVE WS-PART TO WS-PIECE-DIGIT.
055700     PERFORM 2100-OPEN-PIECES THRU 2100-EXIT.
055800     SET WS-PIECE-HAS-RECORD TO TRUE.
055900     PERFORM 3010-READ-OUT-PIECE THRU 3010-EXIT.
056000     PERFORM 2200-COPY-OUT-RECORD THRU 2200-EXIT
056100         UNTIL WS-PIECE-AT-END.
056200     SET WS-PIECE-HAS-RECORD TO TRUE.
056300     PERFORM 3020-READ-ERR-PIECE THRU 3020-EXIT.
056400     PERFORM 2300-COPY-ERR-RECORD THRU 2300-EXIT
056500         UNTIL WS-PIECE-AT-END.
056600     SET WS-PIECE-HAS-RECORD TO TRUE.
056700     PERFORM 3030-READ-AUD-PIECE THRU 3030-EXIT.
056800     PERFORM 2400-COPY-AUD-RECORD THRU 2400-EXIT
056900         UNTIL WS-PIECE-AT-END.
057000     SET WS-PIECE-HAS-RECORD TO TRUE.
057100     PERFORM 3040-READ-CHK-PIECE THRU 3040-EXIT.
057200     PERFORM 2500-KEEP-CHECKPOINT THRU 2500-EXIT
057300         UNTIL WS-PIECE-AT-END.
057400     PERFORM 2600-CLOSE-PIECES THRU 2600-EXIT.
057450     PERFORM 2700-MERGE-WIN-PIECE THRU 2700-EXIT.
057500 2000-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------------
057900*    2100-OPEN-PIECES - OPEN PARTITION WS-PART'S PIECE FILES
058000*----------------------------------------------------------------
058100 2100-OPEN-PIECES.
058200     IF WS-PART = 1
058300        OPEN INPUT HIKEOUT1 HIKEERR1 HIKEAUD1 HIKECHK1
058400     END-IF.
058500     IF WS-PART = 2
058600        OPEN INPUT HIKEOUT2 HIKEERR2 HIKEAUD2 HIKECHK2
058700     END-IF.
058800     IF WS-PART = 3
058900        OPEN INPUT HIKEOUT3 HIKEERR3 HIKEAUD3 HIKECHK3
059000     END-IF.
059100     IF WS-PART = 4
059200        OPEN INPUT HIKEOUT4 HIKEERR4 HIKEAUD4 HIKECHK4
059300     END-IF.
059400     IF WS-OUT-PIECE-STATUS NOT = "00"
059500        MOVE "HIKEOUT" TO WS-PIECE-NAME
059600        MOVE WS-OUT-PIECE-STATUS TO WS-ABEND-STATUS
059700        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
059800     END-IF.
059900     IF WS-ERR-PIECE-STATUS NOT = "00"
060000        MOVE "HIKEERR" TO WS-PIECE-NAME
060100        MOVE WS-ERR-PIECE-STATUS TO WS-ABEND-STATUS
060200        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
060300     END-IF.
060400     IF WS-AUD-PIECE-STATUS NOT = "00"
060500        MOVE "HIKEAUD" TO WS-PIECE-NAME
060600        MOVE WS-AUD-PIECE-STATUS TO WS-ABEND-STATUS
060700        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
060800     END-IF.
060900     IF WS-CHK-PIECE-STATUS NOT = "00"
061000        MOVE "HIKECHK" TO WS-PIECE-NAME
061100        MOVE WS-CHK-PIECE-STATUS TO WS-ABEND-STATUS
061200        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
061300     END-IF.
061400 2100-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------------
061800*    2200-2400 - COPY ONE PIECE RECORD TO THE DAY'S FILE AND
061900*                READ THE NEXT
062000*----------------------------------------------------------------
062100 2200-COPY-OUT-RECORD.
062200     WRITE HO-OUTPUT-RECORD FROM WS-OUT-LINE.
062300     IF WS-HIKEOUT-STATUS NOT = "00"
062400        MOVE "HIKEOUT" TO WS-ABEND-FILE-ID
062500        MOVE WS-HIKEOUT-STATUS TO WS-ABEND-STATUS
062600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
062700     END-IF.
062800     ADD 1 TO PT-OUT-RECORDS(WS-PART).
062900     ADD 1 TO WS-MERGED-OUT.
063000     PERFORM 3010-READ-OUT-PIECE THRU 3010-EXIT.
063100 2200-EXIT.
063200     EXIT.
063300
063400 2300-COPY-ERR-RECORD.
063500     WRITE HE-ERROR-RECORD FROM WS-ERR-LINE.
063600     IF WS-HIKEERR-STATUS NOT = "00"
063700        MOVE "HIKEERR" TO WS-ABEND-FILE-ID
063800        MOVE WS-HIKEERR-STATUS TO WS-ABEND-STATUS
063900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
064000     END-IF.
064100     ADD 1 TO PT-ERR-RECORDS(WS-PART).
064200     ADD 1 TO WS-MERGED-ERR.
064300     PERFORM 3020-READ-ERR-PIECE THRU 3020-EXIT.
064400 2300-EXIT.
064500     EXIT.
064600
064700 2400-COPY-AUD-RECORD.
064800     WRITE HA-AUDIT-RECORD FROM WS-AUD-LINE.
064900     IF WS-HIKEAUD-STATUS NOT = "00"
065000        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
065100        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
065200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
065300     END-IF.
065400     ADD 1 TO PT-AUD-RECORDS(WS-PART).
065500     PERFORM 3030-READ-AUD-PIECE THRU 3030-EXIT.
065600 2400-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000*    2500-KEEP-CHECKPOINT - THE LAST HIKECHKN RECORD HOLDS THE
066100*                           PARTITION'S END-OF-RUN TOTALS (A
066200*                           RESTART APPENDS TO THE SAME PIECE)
066300*----------------------------------------------------------------
066400 2500-KEEP-CHECKPOINT.
066500     ADD 1 TO PT-CHK-RECORDS(WS-PART).
066600     MOVE PC-HIKES-PROCESSED TO PT-CHK-PROCESSED(WS-PART).
066700     MOVE PC-HIKES-REJECTED TO PT-CHK-REJECTED(WS-PART).
066800     MOVE PC-HIKES-SCORED TO PT-CHK-SCORED(WS-PART).
066900     MOVE PC-SUM-T TO PT-CHK-SUM-T(WS-PART).
067000     MOVE PC-MIN-T TO PT-CHK-MIN-T(WS-PART).
067100     MOVE PC-MAX-T TO PT-CHK-MAX-T(WS-PART).
067200     MOVE PC-ORIG-PROCESSED TO PT-CHK-ORIG(WS-PART).
067300     MOVE PC-RESUB-PROCESSED TO PT-CHK-RESUB(WS-PART).
067400     PERFORM 3040-READ-CHK-PIECE THRU 3040-EXIT.
067500 2500-EXIT.
067600     EXIT.
067700
067800 2600-CLOSE-PIECES.
067900     IF WS-PART = 1
068000        CLOSE HIKEOUT1 HIKEERR1 HIKEAUD1 HIKECHK1
068100     END-IF.
068200     IF WS-PART = 2
068300        CLOSE HIKEOUT2 HIKEERR2 HIKEAUD2 HIKECHK2
068400     END-IF.
068500     IF WS-PART = 3
068600        CLOSE HIKEOUT3 HIKEERR3 HIKEAUD3 HIKECHK3
068700     END-IF.
068800     IF WS-PART = 4
068900        CLOSE HIKEOUT4 HIKEERR4 HIKEAUD4 HIKECHK4
069000     END-IF.
069100 2600-EXIT.
069200     EXIT.
069201
069202*----------------------------------------------------------------
069203*    2700-MERGE-WIN-PIECE - COPY PARTITION WS-PART'S HIKEWIN
069204*                           PIECE TO THE DAY'S HIKEWIN.  THE
069205*                           PIECE EXISTS ONLY WHEN THE WINDOW
069206*                           OPTION WAS ON, SO A MISSING ONE IS
069207*                           COUNTED AND PASSED OVER
069208*----------------------------------------------------------------
069209 2700-MERGE-WIN-PIECE.
069210     IF WS-PART = 1
069211        OPEN INPUT HIKEWIN1
069212     END-IF.
069213     IF WS-PART = 2
069214        OPEN INPUT HIKEWIN2
069215     END-IF.
069216     IF WS-PART = 3
069217        OPEN INPUT HIKEWIN3
069218     END-IF.
069219     IF WS-PART = 4
069220        OPEN INPUT HIKEWIN4
069221     END-IF.
069222     IF WS-WIN-PIECE-STATUS = "35"
069223        ADD 1 TO WS-WIN-PIECES-MISSING
069224        GO TO 2700-EXIT
069225     END-IF.
069226     IF WS-WIN-PIECE-STATUS = "05"
069227        ADD 1 TO WS-WIN-PIECES-MISSING
069228     END-IF.
069229     IF WS-WIN-PIECE-STATUS NOT = "00"
069230        AND WS-WIN-PIECE-STATUS NOT = "05"
069231        MOVE "HIKEWIN" TO WS-PIECE-NAME
069232        MOVE WS-WIN-PIECE-STATUS TO WS-ABEND-STATUS
069233        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
069234     END-IF.
069235     SET WS-PIECE-HAS-RECORD TO TRUE.
069236     PERFORM 3060-READ-WIN-PIECE THRU 3060-EXIT.
069237     PERFORM 2710-COPY-WIN-RECORD THRU 2710-EXIT
069238         UNTIL WS-PIECE-AT-END.
069239     IF WS-PART = 1
069240        CLOSE HIKEWIN1
069241     END-IF.
069242     IF WS-PART = 2
069243        CLOSE HIKEWIN2
069244     END-IF.
069245     IF WS-PART = 3
069246        CLOSE HIKEWIN3
069247     END-IF.
069248     IF WS-PART = 4
069249        CLOSE HIKEWIN4
069250     END-IF.
069251 2700-EXIT.
069252     EXIT.
069253
069254 2710-COPY-WIN-RECORD.
069255     WRITE HW-WINDOW-RECORD FROM WS-WIN-LINE.
069256     IF WS-HIKEWIN-STATUS NOT = "00"
069257        MOVE "HIKEWIN" TO WS-ABEND-FILE-ID
069258        MOVE WS-HIKEWIN-STATUS TO WS-ABEND-STATUS
069259        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
069260     END-IF.
069261     ADD 1 TO WS-TOT-WIN-RECORDS.
069262     PERFORM 3060-READ-WIN-PIECE THRU 3060-EXIT.
069263 2710-EXIT.
069264     EXIT.
069300
069400*----------------------------------------------------------------
069500*    3010-3060 - READ THE NEXT RECORD FROM PARTITION WS-PART'S
069600*                PIECE OF EACH FILE
069700*----------------------------------------------------------------
069800 3010-READ-OUT-PIECE.
069900     IF WS-PART = 1
070000        READ HIKEOUT1 INTO WS-OUT-LINE
070100            AT END SET WS-PIECE-AT-END TO TRUE
070200        END-READ
070300     END-IF.
070400     IF WS-PART = 2
070500        READ HIKEOUT2 INTO WS-OUT-LINE
070600            AT END SET WS-PIECE-AT-END TO TRUE
070700        END-READ
070800     END-IF.
070900     IF WS-PART = 3
071000        READ HIKEOUT3 INTO WS-OUT-LINE
071100            AT END SET WS-PIECE-AT-END TO TRUE
071200        END-READ
071300     END-IF.
071400     IF WS-PART = 4
071500        READ HIKEOUT4 INTO WS-OUT-LINE
071600            AT END SET WS-PIECE-AT-END TO TRUE
071700        END-READ
071800     END-IF.
071900     IF NOT WS-PIECE-AT-END
072000        AND WS-OUT-PIECE-STATUS NOT = "00"
072100        MOVE "HIKEOUT" TO WS-PIECE-NAME
072200        MOVE WS-OUT-PIECE-STATUS TO WS-ABEND-STATUS
072300        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
072400     END-IF.
072500 3010-EXIT.
072600     EXIT.
072700
072800 3020-READ-ERR-PIECE.
072900     IF WS-PART = 1
073000        READ HIKEERR1 INTO WS-ERR-LINE
073100            AT END SET WS-PIECE-AT-END TO TRUE
073200        END-READ
073300     END-IF.
073400     IF WS-PART = 2
073500        READ HIKEERR2 INTO WS-ERR-LINE
073600            AT END SET WS-PIECE-AT-END TO TRUE
073700        END-READ
073800     END-IF.
073900     IF WS-PART = 3
074000        READ HIKEERR3 INTO WS-ERR-LINE
074100            AT END SET WS-PIECE-AT-END TO TRUE
074200        END-READ
074300     END-IF.
074400     IF WS-PART = 4
074500        READ HIKEERR4 INTO WS-ERR-LINE
074600            AT END SET WS-PIECE-AT-END TO TRUE
074700        END-READ
074800     END-IF.
074900     IF NOT WS-PIECE-AT-END
075000        AND WS-ERR-PIECE-STATUS NOT = "00"
075100        MOVE "HIKEERR" TO WS-PIECE-NAME
075200        MOVE WS-ERR-PIECE-STATUS TO WS-ABEND-STATUS
075300        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
075400     END-IF.
075500 3020-EXIT.
075600     EXIT.
075700
075800 3030-READ-AUD-PIECE.
075900     IF WS-PART = 1
076000        READ HIKEAUD1 INTO WS-AUD-LINE
076100            AT END SET WS-PIECE-AT-END TO TRUE
076200        END-READ
076300     END-IF.
076400     IF WS-PART = 2
076500        READ HIKEAUD2 INTO WS-AUD-LINE
076600            AT END SET WS-PIECE-AT-END TO TRUE
076700        END-READ
076800     END-IF.
076900     IF WS-PART = 3
077000        READ HIKEAUD3 INTO WS-AUD-LINE
077100            AT END SET WS-PIECE-AT-END TO TRUE
077200        END-READ
077300     END-IF.
077400     IF WS-PART = 4
077500        READ HIKEAUD4 INTO WS-AUD-LINE
077600            AT END SET WS-PIECE-AT-END TO TRUE
077700        END-READ
077800     END-IF.
077900     IF NOT WS-PIECE-AT-END
078000        AND WS-AUD-PIECE-STATUS NOT = "00"
078100        MOVE "HIKEAUD" TO WS-PIECE-NAME
078200        MOVE WS-AUD-PIECE-STATUS TO WS-ABEND-STATUS
078300        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
078400     END-IF.
078500 3030-EXIT.
078600     EXIT.
078700
078800 3040-READ-CHK-PIECE.
078900     IF WS-PART = 1
079000        READ HIKECHK1 INTO WS-PIECE-CHECKPOINT
079100            AT END SET WS-PIECE-AT-END TO TRUE
079200        END-READ
079300     END-IF.
079400     IF WS-PART = 2
079500        READ HIKECHK2 INTO WS-PIECE-CHECKPOINT
079600            AT END SET WS-PIECE-AT-END TO TRUE
079700        END-READ
079800     END-IF.
079900     IF WS-PART = 3
080000        READ HIKECHK3 INTO WS-PIECE-CHECKPOINT
080100            AT END SET WS-PIECE-AT-END TO TRUE
080200        END-READ
080300     END-IF.
080400     IF WS-PART = 4
080500        READ HIKECHK4 INTO WS-PIECE-CHECKPOINT
080600            AT END SET WS-PIECE-AT-END TO TRUE
080700        END-READ
080800     END-IF.
080900     IF NOT WS-PIECE-AT-END
081000        AND WS-CHK-PIECE-STATUS NOT = "00"
081100        MOVE "HIKECHK" TO WS-PIECE-NAME
081200        MOVE WS-CHK-PIECE-STATUS TO WS-ABEND-STATUS
081300        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
081400     END-IF.
081500 3040-EXIT.
081600     EXIT.
081700
081800 3050-READ-STA-PIECE.
081900     IF WS-PART = 1
082000        READ HIKESTA1 INTO WS-STA-LINE
082100            AT END SET WS-PIECE-AT-END TO TRUE
082200        END-READ
082300     END-IF.
082400     IF WS-PART = 2
082500        READ HIKESTA2 INTO WS-STA-LINE
082600            AT END SET WS-PIECE-AT-END TO TRUE
082700        END-READ
082800     END-IF.
082900     IF WS-PART = 3
083000        READ HIKESTA3 INTO WS-STA-LINE
083100            AT END SET WS-PIECE-AT-END TO TRUE
083200        END-READ
083300     END-IF.
083400     IF WS-PART = 4
083500        READ HIKESTA4 INTO WS-STA-LINE
083600            AT END SET WS-PIECE-AT-END TO TRUE
083700        END-READ
083800     END-IF.
083900     IF NOT WS-PIECE-AT-END
084000        AND WS-STA-PIECE-STATUS NOT = "00"
084100        MOVE "HIKESTA" TO WS-PIECE-NAME
084200        MOVE WS-STA-PIECE-STATUS TO WS-ABEND-STATUS
084300        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
084400     END-IF.
084500 3050-EXIT.
084600     EXIT.
084603
084606 3060-READ-WIN-PIECE.
084609     IF WS-PART = 1
084612        READ HIKEWIN1 INTO WS-WIN-LINE
084615            AT END SET WS-PIECE-AT-END TO TRUE
084618        END-READ
084621     END-IF.
084624     IF WS-PART = 2
084627        READ HIKEWIN2 INTO WS-WIN-LINE
084630            AT END SET WS-PIECE-AT-END TO TRUE
084633        END-READ
084636     END-IF.
084639     IF WS-PART = 3
084642        READ HIKEWIN3 INTO WS-WIN-LINE
084645            AT END SET WS-PIECE-AT-END TO TRUE
084648        END-READ
084651     END-IF.
084654     IF WS-PART = 4
084657        READ HIKEWIN4 INTO WS-WIN-LINE
084660            AT END SET WS-PIECE-AT-END TO TRUE
084663        END-READ
084666     END-IF.
084669     IF NOT WS-PIECE-AT-END
084672        AND WS-WIN-PIECE-STATUS NOT = "00"
084675        MOVE "HIKEWIN" TO WS-PIECE-NAME
084678        MOVE WS-WIN-PIECE-STATUS TO WS-ABEND-STATUS
084681        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
084684     END-IF.
084687 3060-EXIT.
084690     EXIT.
084700
084800*----------------------------------------------------------------
084900*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
085000*----------------------------------------------------------------
085100 3100-WRITE-REPORT-LINE.
085200     WRITE MR-REPORT-LINE.
085300     IF WS-MRGERPT-STATUS NOT = "00"
085400        MOVE "MRGERPT" TO WS-ABEND-FILE-ID
085500        MOVE WS-MRGERPT-STATUS TO WS-ABEND-STATUS
085600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
085700     END-IF.
085800 3100-EXIT.
085900     EXIT.
086000
086100*----------------------------------------------------------------
086200*    3500-WRITE-MERGED-CHECKPOINT - ONE HIKECHK RECORD FOR THE
086300*                                   DAY, SUMMED FROM THE LAST
086400*                                   CHECKPOINT OF EACH PARTITION
086500*----------------------------------------------------------------
086600 3500-WRITE-MERGED-CHECKPOINT.
086700     PERFORM VARYING WS-P FROM 1 BY 1
086800           UNTIL WS-P > WS-PARTITION-COUNT
086900        ADD PT-SPLIT-HIKES(WS-P) TO WS-TOT-SPLIT-HIKES
087000        ADD PT-OUT-RECORDS(WS-P) TO WS-TOT-OUT-RECORDS
087100        ADD PT-ERR-RECORDS(WS-P) TO WS-TOT-ERR-RECORDS
087200        ADD PT-AUD-RECORDS(WS-P) TO WS-TOT-AUD-RECORDS
087300        ADD PT-CHK-PROCESSED(WS-P) TO WS-TOT-CHK-PROCESSED
087400        ADD PT-CHK-REJECTED(WS-P) TO WS-TOT-CHK-REJECTED
087500        ADD PT-CHK-SCORED(WS-P) TO WS-TOT-CHK-SCORED
087600        ADD PT-CHK-SUM-T(WS-P) TO WS-TOT-CHK-SUM-T
087700        ADD PT-CHK-ORIG(WS-P) TO WS-TOT-CHK-ORIG
087800        ADD PT-CHK-RESUB(WS-P) TO WS-TOT-CHK-RESUB
087900        IF PT-CHK-SCORED(WS-P) > 0
088000           IF PT-CHK-MIN-T(WS-P) < WS-TOT-CHK-MIN-T
088100              MOVE PT-CHK-MIN-T(WS-P) TO WS-TOT-CHK-MIN-T
088200           END-IF
088300           IF PT-CHK-MAX-T(WS-P) > WS-TOT-CHK-MAX-T
088400              MOVE PT-CHK-MAX-T(WS-P) TO WS-TOT-CHK-MAX-T
088500           END-IF
088600        END-IF
088700     END-PERFORM.
088800     IF WS-TOT-CHK-SCORED = 0
088900        MOVE ZERO TO WS-TOT-CHK-MIN-T
089000        MOVE ZERO TO WS-TOT-CHK-MAX-T
089100     END-IF.
089200     MOVE SPACES TO HK-CHECKPOINT-RECORD.
089300     ADD WS-TOT-CHK-PROCESSED WS-TOT-CHK-REJECTED
089400         GIVING CK-LAST-HIKE-NBR.
089500     MOVE WS-TOT-CHK-PROCESSED TO CK-HIKES-PROCESSED.
089600     MOVE WS-TOT-CHK-REJECTED TO CK-HIKES-REJECTED.
089700     MOVE WS-TOT-CHK-SCORED TO CK-HIKES-SCORED.
089800     MOVE WS-TOT-CHK-SUM-T TO CK-SUM-T.
089900     MOVE WS-TOT-CHK-MIN-T TO CK-MIN-T.
090000     MOVE WS-TOT-CHK-MAX-T TO CK-MAX-T.
090100     MOVE WS-RUN-DATE TO CK-RUN-DATE.
090200     MOVE WS-TOT-CHK-ORIG TO CK-ORIG-PROCESSED.
090300     MOVE WS-TOT-CHK-RESUB TO CK-RESUB-PROCESSED.
090400     WRITE HK-CHECKPOINT-RECORD.
090500     IF WS-HIKECHK-STATUS NOT = "00"
090600        MOVE "HIKECHK" TO WS-ABEND-FILE-ID
090700        MOVE WS-HIKECHK-STATUS TO WS-ABEND-STATUS
090800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
090900     END-IF.
091000 3500-EXIT.
091100     EXIT.
091200
091300*----------------------------------------------------------------
091400*    5000-PRINT-BALANCING - ONE LINE PER PARTITION, THEN THE
091500*                           DAY'S TOTALS AGAINST THE MERGED FILES
091600*----------------------------------------------------------------
091700 5000-PRINT-BALANCING.
091800     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
091900     MOVE WS-REPORT-HEADING-1 TO MR-REPORT-LINE.
092000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
092100     MOVE SPACES TO MR-REPORT-LINE.
092200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
092300     MOVE WS-REPORT-HEADING-2 TO MR-REPORT-LINE.
092400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
092500     PERFORM VARYING WS-P FROM 1 BY 1
092600           UNTIL WS-P > WS-PARTITION-COUNT
092700        PERFORM 5100-PRINT-PARTITION THRU 5100-EXIT
092800     END-PERFORM.
092900     MOVE SPACES TO WS-PARTITION-DETAIL.
093000     MOVE "DAY" TO PD-PARTITION.
093100     MOVE WS-TOT-SPLIT-HIKES TO PD-SPLIT-HIKES.
093200     MOVE WS-MERGED-OUT TO PD-OUT-RECORDS.
093300     MOVE WS-MERGED-ERR TO PD-ERR-RECORDS.
093400     MOVE WS-TOT-AUD-RECORDS TO PD-AUD-RECORDS.
093500     MOVE WS-TOT-CHK-PROCESSED TO PD-CHK-PROCESSED.
093600     MOVE WS-TOT-CHK-REJECTED TO PD-CHK-REJECTED.
093700     MOVE WS-PARTITION-DETAIL TO MR-REPORT-LINE.
093800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
093900     MOVE SPACES TO MR-REPORT-LINE.
094000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
094100     MOVE "DAY: SPLIT HIKES = HIKEOUT + HIKEERR" TO BL-CAPTION.
094200     ADD WS-MERGED-OUT WS-MERGED-ERR GIVING WS-PART-SUM.
094300     IF WS-TOT-SPLIT-HIKES = WS-PART-SUM
094400        MOVE "IN BALANCE" TO BL-RESULT
094500     ELSE
094600        MOVE "*** OUT OF BALANCE ***" TO BL-RESULT
094700        SET WS-MERGE-OUT-OF-BALANCE TO TRUE
094800     END-IF.
094900     MOVE WS-BALANCE-LINE TO MR-REPORT-LINE.
095000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
095100     MOVE "DAY: HIKEOUT = CHECKPOINT PROCESSED" TO BL-CAPTION.
095200     IF WS-MERGED-OUT = WS-TOT-CHK-PROCESSED
095300        AND WS-MERGED-OUT = WS-TOT-OUT-RECORDS
095400        MOVE "IN BALANCE" TO BL-RESULT
095500     ELSE
095600        MOVE "*** OUT OF BALANCE ***" TO BL-RESULT
095700        SET WS-MERGE-OUT-OF-BALANCE TO TRUE
095800     END-IF.
095900     MOVE WS-BALANCE-LINE TO MR-REPORT-LINE.
096000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
096100     MOVE "DAY: HIKEERR = CHECKPOINT REJECTED" TO BL-CAPTION.
096200     IF WS-MERGED-ERR = WS-TOT-CHK-REJECTED
096300        AND WS-MERGED-ERR = WS-TOT-ERR-RECORDS
096400        MOVE "IN BALANCE" TO BL-RESULT
096500     ELSE
096600        MOVE "*** OUT OF BALANCE ***" TO BL-RESULT
096700        SET WS-MERGE-OUT-OF-BALANCE TO TRUE
096800     END-IF.
096900     MOVE WS-BALANCE-LINE TO MR-REPORT-LINE.
097000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
097100 5000-EXIT.
097200     EXIT.
097300
097400*----------------------------------------------------------------
097500*    5100-PRINT-PARTITION - BALANCE AND PRINT PARTITION WS-P
097600*----------------------------------------------------------------
097700 5100-PRINT-PARTITION.
097800     MOVE SPACES TO WS-PARTITION-DETAIL.
097900     MOVE WS-P TO PD-PARTITION.
098000     MOVE PT-SPLIT-HIKES(WS-P) TO PD-SPLIT-HIKES.
098100     MOVE PT-OUT-RECORDS(WS-P) TO PD-OUT-RECORDS.
098200     MOVE PT-ERR-RECORDS(WS-P) TO PD-ERR-RECORDS.
098300     MOVE PT-AUD-RECORDS(WS-P) TO PD-AUD-RECORDS.
098400     MOVE PT-CHK-PROCESSED(WS-P) TO PD-CHK-PROCESSED.
098500     MOVE PT-CHK-REJECTED(WS-P) TO PD-CHK-REJECTED.
098600     MOVE "IN BALANCE" TO PD-RESULT.
098700     ADD PT-OUT-RECORDS(WS-P) PT-ERR-RECORDS(WS-P)
098800         GIVING WS-PART-SUM.
098900     IF PT-SPLIT-HIKES(WS-P) NOT = WS-PART-SUM
099000        OR PT-OUT-RECORDS(WS-P) NOT = PT-CHK-PROCESSED(WS-P)
099100        OR PT-ERR-RECORDS(WS-P) NOT = PT-CHK-REJECTED(WS-P)
099200        MOVE "*** OUT OF BALANCE ***" TO PD-RESULT
099300        SET WS-MERGE-OUT-OF-BALANCE TO TRUE
099400     END-IF.
099500     IF PT-CHK-RECORDS(WS-P) = 0
099600        MOVE "*** NO CHECKPOINT ***" TO PD-RESULT
099700        SET WS-MERGE-OUT-OF-BALANCE TO TRUE
099800     END-IF.
099900     MOVE WS-PARTITION-DETAIL TO MR-REPORT-LINE.
100000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
100100 5100-EXIT.
100200     EXIT.
100300
100400*----------------------------------------------------------------
100500*    5500-PRINT-TRAILER - RUN COUNTS AND THE OVERALL RESULT
100600*----------------------------------------------------------------
100700 5500-PRINT-TRAILER.
100800     MOVE SPACES TO MR-REPORT-LINE.
100900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
101000     MOVE "PARTITIONS MERGED" TO CL-CAPTION.
101100     MOVE WS-PARTITION-COUNT TO CL-COUNT.
101200     MOVE WS-COUNT-LINE TO MR-REPORT-LINE.
101300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
101400     MOVE "HIKESTAT RECORDS APPENDED" TO CL-CAPTION.
101500     MOVE WS-TOT-STA-RECORDS TO CL-COUNT.
101600     MOVE WS-COUNT-LINE TO MR-REPORT-LINE.
101700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
101709     MOVE "HIKEWIN RECORDS MERGED" TO CL-CAPTION.
101718     MOVE WS-TOT-WIN-RECORDS TO CL-COUNT.
101727     MOVE WS-COUNT-LINE TO MR-REPORT-LINE.
101736     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
101745     IF WS-WIN-PIECES-MISSING > 0
101754        MOVE "HIKEWIN PIECES MISSING" TO CL-CAPTION
101763        MOVE WS-WIN-PIECES-MISSING TO CL-COUNT
101772        MOVE WS-COUNT-LINE TO MR-REPORT-LINE
101781        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
101790     END-IF.
101800     IF WS-COUNTS-IGNORED > 0
101900        MOVE "SPLTCNT RECORDS IGNORED" TO CL-CAPTION
102000        MOVE WS-COUNTS-IGNORED TO CL-COUNT
102100        MOVE WS-COUNT-LINE TO MR-REPORT-LINE
102200        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
102300     END-IF.
102400     MOVE SPACES TO MR-REPORT-LINE.
102500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
102600     IF WS-MERGE-IN-BALANCE
102700        MOVE "MERGE IN BALANCE" TO MR-REPORT-LINE
102800     ELSE
102900        MOVE "*** MERGE OUT OF BALANCE - DOWNSTREAM HELD ***"
103000            TO MR-REPORT-LINE
103100     END-IF.
103200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
103300 5500-EXIT.
103400     EXIT.
103500
103600*----------------------------------------------------------------
103700*    6000-APPEND-RUN-STATS - COPY PARTITION WS-PART'S HIKESTAT
103800*                            PIECE ONTO THE DAY'S HIKESTAT
103900*----------------------------------------------------------------
104000 6000-APPEND-RUN-STATS.
104100     IF WS-PART = 1
104200        OPEN EXTEND HIKESTAT
104300        IF WS-HIKESTAT-STATUS NOT = "00"
104400           AND WS-HIKESTAT-STATUS NOT = "05"
104500           MOVE "HIKESTAT" TO WS-ABEND-FILE-ID
104600           MOVE WS-HIKESTAT-STATUS TO WS-ABEND-STATUS
104700           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
104800        END-IF
104900     END-IF.
105000     MOVE WS-PART TO WS-PIECE-DIGIT.
105100     IF WS-PART = 1
105200        OPEN INPUT HIKESTA1
105300     END-IF.
105400     IF WS-PART = 2
105500        OPEN INPUT HIKESTA2
105600     END-IF.
105700     IF WS-PART = 3
105800        OPEN INPUT HIKESTA3
105900     END-IF.
106000     IF WS-PART = 4
106100        OPEN INPUT HIKESTA4
106200     END-IF.
106300     IF WS-STA-PIECE-STATUS NOT = "00"
106400        MOVE "HIKESTA" TO WS-PIECE-NAME
106500        MOVE WS-STA-PIECE-STATUS TO WS-ABEND-STATUS
106600        PERFORM 9980-ABEND-ON-PIECE-ERROR THRU 9980-EXIT
106700     END-IF.
106800     SET WS-PIECE-HAS-RECORD TO TRUE.
106900     PERFORM 3050-READ-STA-PIECE THRU 3050-EXIT.
107000     PERFORM 6100-COPY-STA-RECORD THRU 6100-EXIT
107100         UNTIL WS-PIECE-AT-END.
107200     IF WS-PART = 1
107300        CLOSE HIKESTA1
107400     END-IF.
107500     IF WS-PART = 2
107600        CLOSE HIKESTA2
107700     END-IF.
107800     IF WS-PART = 3
107900        CLOSE HIKESTA3
108000     END-IF.
108100     IF WS-PART = 4
108200        CLOSE HIKESTA4
108300     END-IF.
108400 6000-EXIT.
108500     EXIT.
108600
108700 6100-COPY-STA-RECORD.
108800     WRITE HS-STAT-RECORD FROM WS-STA-LINE.
108900     IF WS-HIKESTAT-STATUS NOT = "00"
109000        MOVE "HIKESTAT" TO WS-ABEND-FILE-ID
109100        MOVE WS-HIKESTAT-STATUS TO WS-ABEND-STATUS
109200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
109300     END-IF.
109400     ADD 1 TO PT-STA-RECORDS(WS-PART).
109500     ADD 1 TO WS-TOT-STA-RECORDS.
109600     PERFORM 3050-READ-STA-PIECE THRU 3050-EXIT.
109700 6100-EXIT.
109800     EXIT.
109900
110000*----------------------------------------------------------------
110100*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
110200*----------------------------------------------------------------
110300 9000-TERMINATE.
110400     CLOSE HIKEOUT.
110500     CLOSE HIKEERR.
110600     CLOSE HIKEAUD.
110650     CLOSE HIKEWIN.
110700     CLOSE HIKECHK.
110800     CLOSE HIKESTAT.
110900     CLOSE MRGERPT.
111000     IF WS-MERGE-OUT-OF-BALANCE
111100        DISPLAY "HIKEMRGE: OUT OF BALANCE FOR RUN DATE "
111200            WS-RUN-DATE " - SEE MRGERPT"
111300        MOVE 8 TO RETURN-CODE
111400     ELSE
111500        MOVE ZERO TO RETURN-CODE
111600     END-IF.
111700     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
111800 9000-EXIT.
111900     EXIT.
112000
112100*----------------------------------------------------------------
112200*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
112300*                           JOBSTATE FILE AFTER CONFIRMING
112400*                           THE PREDECESSORS COMPLETED CLEAN,
112500*                           THEN HOLD THE HOTHIKE ENTRY OPEN
112600*----------------------------------------------------------------
112700 8500-STAMP-JOB-START.
112800     IF WS-RUN-DATE = 0
112900        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
113000     END-IF.
113100     OPEN I-O JOBSTATE.
113200     IF WS-JOBSTATE-STATUS NOT = "00"
113300        AND WS-JOBSTATE-STATUS NOT = "05"
113400        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
113500        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
113600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
113700     END-IF.
113800     PERFORM 8700-CHECK-PREDECESSOR THRU 8700-EXIT.
113900     ACCEPT WS-STAMP-TIME FROM TIME.
114000     MOVE "HIKEMRGE" TO JS-PROGRAM-ID.
114100     PERFORM 8800-STAMP-RUN-STARTED THRU 8800-EXIT.
114200     MOVE "HOTHIKE" TO JS-PROGRAM-ID.
114300     PERFORM 8800-STAMP-RUN-STARTED THRU 8800-EXIT.
114400 8500-EXIT.
114500     EXIT.
114600
114700*----------------------------------------------------------------
114800*    8600-STAMP-JOB-END - MARK THIS RUN, AND THE HOTHIKE ENTRY IT
114900*                         STANDS IN FOR, COMPLETE WITH THE ENDING
115000*                         RETURN CODE
115100*----------------------------------------------------------------
115200 8600-STAMP-JOB-END.
115300     ACCEPT WS-STAMP-TIME FROM TIME.
115400     MOVE "HIKEMRGE" TO JS-PROGRAM-ID.
115500     PERFORM 8810-STAMP-RUN-ENDED THRU 8810-EXIT.
115600     MOVE "HOTHIKE" TO JS-PROGRAM-ID.
115700     PERFORM 8810-STAMP-RUN-ENDED THRU 8810-EXIT.
115800     CLOSE JOBSTATE.
115900 8600-EXIT.
116000     EXIT.
116100
116200*----------------------------------------------------------------
116300*    8700-CHECK-PREDECESSOR - REFUSE TO START UNLESS HIKESPLT AND
116400*                             EVERY PARTITION'S HOTHIKE RUN
116500*                             COMPLETED CLEAN FOR THE RUN DATE
116600*----------------------------------------------------------------
116700 8700-CHECK-PREDECESSOR.
116800     MOVE "HIKESPLT" TO WS-PREDECESSOR-ID.
116900     PERFORM 8720-CHECK-ONE-PREDECESSOR THRU 8720-EXIT.
117000     PERFORM VARYING WS-P FROM 1 BY 1
117100           UNTIL WS-P > WS-PARTITION-COUNT
117200        MOVE "HOTHIKE" TO WS-PRED-PROGRAM
117300        MOVE WS-P TO WS-PRED-PARTITION
117400        PERFORM 8720-CHECK-ONE-PREDECESSOR THRU 8720-EXIT
117500     END-PERFORM.
117600 8700-EXIT.
117700     EXIT.
117800
117900 8710-HOLD-THE-JOB.
118000     DISPLAY "HIKEMRGE: PREDECESSOR " WS-PREDECESSOR-ID
118100         " HAS NOT COMPLETED CLEAN FOR RUN DATE " WS-RUN-DATE
118200         " - JOB NOT STARTED".
118300     CLOSE JOBSTATE.
118400     MOVE 8 TO RETURN-CODE.
118500     STOP RUN.
118600 8710-EXIT.
118700     EXIT.
118800
118900 8720-CHECK-ONE-PREDECESSOR.
119000     MOVE WS-PREDECESSOR-ID TO JS-PROGRAM-ID.
119100     MOVE WS-RUN-DATE TO JS-RUN-DATE.
119200     READ JOBSTATE
119300         INVALID KEY
119400             PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
119500     END-READ.
119600     IF NOT JS-RUN-COMPLETE
119700        OR JS-RETURN-CODE NOT = ZERO
119800        PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
119900     END-IF.
120000 8720-EXIT.
120100     EXIT.
120200
120300*----------------------------------------------------------------
120400*    8800-STAMP-RUN-STARTED - WRITE OR REWRITE THE JOBSTATE ENTRY
120500*                             FOR JS-PROGRAM-ID AS RUNNING
120600*----------------------------------------------------------------
120700 8800-STAMP-RUN-STARTED.
120800     MOVE WS-RUN-DATE TO JS-RUN-DATE.
120900     MOVE JS-PROGRAM-ID TO WS-STAMP-PROGRAM-ID.
121000     READ JOBSTATE
121100         INVALID KEY
121200             MOVE WS-STAMP-PROGRAM-ID TO JS-PROGRAM-ID
121300             MOVE WS-RUN-DATE TO JS-RUN-DATE
121400             MOVE WS-STAMP-TIME TO JS-START-TIME
121500             MOVE ZERO TO JS-END-TIME
121600             MOVE 99 TO JS-RETURN-CODE
121700             MOVE "N" TO JS-COMPLETE-FLAG
121800             WRITE JS-STATE-RECORD
121900         NOT INVALID KEY
122000             MOVE WS-STAMP-TIME TO JS-START-TIME
122100             MOVE ZERO TO JS-END-TIME
122200             MOVE 99 TO JS-RETURN-CODE
122300             MOVE "N" TO JS-COMPLETE-FLAG
122400             REWRITE JS-STATE-RECORD
122500     END-READ.
122600     IF WS-JOBSTATE-STATUS NOT = "00"
122700        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
122800        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
122900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
123000     END-IF.
123100 8800-EXIT.
123200     EXIT.
123300
123400*----------------------------------------------------------------
123500*    8810-STAMP-RUN-ENDED - MARK THE JOBSTATE ENTRY FOR
123600*                           JS-PROGRAM-ID COMPLETE
123700*----------------------------------------------------------------
123800 8810-STAMP-RUN-ENDED.
123900     MOVE WS-RUN-DATE TO JS-RUN-DATE.
124000     READ JOBSTATE
124100         INVALID KEY
124200             CONTINUE
124300         NOT INVALID KEY
124400             MOVE WS-STAMP-TIME TO JS-END-TIME
124500             MOVE RETURN-CODE TO JS-RETURN-CODE
124600             MOVE "Y" TO JS-COMPLETE-FLAG
124700             REWRITE JS-STATE-RECORD
124800     END-READ.
124900 8810-EXIT.
125000     EXIT.
125100
125200*----------------------------------------------------------------
125300*    9980-ABEND-ON-PIECE-ERROR - NAME THE PARTITION'S PIECE FILE
125400*                                AND STOP
125500*----------------------------------------------------------------
125600 9980-ABEND-ON-PIECE-ERROR.
125700     MOVE WS-PIECE-FILE-ID TO WS-ABEND-FILE-ID.
125800     PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT.
125900 9980-EXIT.
126000     EXIT.
126100
126200*----------------------------------------------------------------
126300*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
126400*----------------------------------------------------------------
126500 9990-ABEND-ON-FILE-ERROR.
126600     DISPLAY "HIKEMRGE: I/O ERROR ON " WS-ABEND-FILE-ID
126700         " - FILE STATUS = " WS-ABEND-STATUS.
126800     MOVE 16 TO RETURN-CODE.
126900     STOP RUN.
127000 9990-EXIT.
127100     EXIT.
