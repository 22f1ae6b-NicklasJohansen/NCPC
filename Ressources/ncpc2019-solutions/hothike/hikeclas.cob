000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKECLAS.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  PERIODIC DIFFICULTY-CLASS
001300*                      REVIEW.  READS EACH TRAIL'S RECENT
001400*                      HIKEHIST WINNING VALUES, COMPARES THEM
001500*                      WITH THE BAND OF ITS TRAILMST CLASS AS
001600*                      DEFINED BY THE ALRTCTL LIMITS, PRINTS THE
001700*                      SUPPORTING STATISTICS ON CLASRPT AND, FOR
001800*                      A TRAIL THAT CONSISTENTLY SCORES OUTSIDE
001900*                      ITS BAND, PUNCHES A TRLTRAN CHANGE CARD
002000*                      ON CLASTRAN FOR THE RANGER OFFICE TO
002100*                      REVIEW AND FEED TO TRLMAINT.
002200*----------------------------------------------------------------
002300*
002400*    CLASCTL CARD LAYOUT (OPTIONAL; BLANK FIELDS TAKE DEFAULTS):
002500*        COLS  1- 3  LOOK-BACK DAYS OF HIKEHIST (DEFAULT 90)
002600*        COLS  5- 7  FEWEST "OK" RUNS TO JUDGE A TRAIL
002700*                    (DEFAULT 10)
002800*        COLS  9-11  PERCENT OF RUNS THAT MUST FALL OUTSIDE THE
002900*                    BAND, ON THE SAME SIDE (DEFAULT 60)
003000*
003100*    CLASS BANDS.  ALRTCTL GIVES EACH CLASS ITS MAX WINNING
003200*    VALUE.  ORDERED BY THAT MAX, A CLASS'S BAND RUNS FROM JUST
003300*    ABOVE THE NEXT EASIER CLASS'S MAX UP TO ITS OWN MAX; THE
003400*    EASIEST CLASS HAS NO FLOOR.  A RUN ABOVE THE BAND COUNTS
003500*    TOWARD AN UPGRADE, A RUN AT OR BELOW THE FLOOR TOWARD A
003600*    DOWNGRADE.  WHEN EITHER SHARE REACHES THE CLASCTL PERCENT
003700*    THE RECOMMENDED CLASS IS THE ONE WHOSE BAND HOLDS THE
003800*    TRAIL'S MEDIAN VALUE.  ONLY "OK" RUNS CARRY A VALUE; NOWIN
003900*    RUNS ARE COUNTED AND SHOWN.  CLOSED TRAILS, TRAILS NOT ON
004000*    TRAILMST AND CLASSES WITH NO ALRTCTL CARD ARE NOT JUDGED.
004100*
004200*    CLASTRAN CARDS ARE IN THE TRLTRAN LAYOUT: "CHANGE" IN COLS
004300*    1-6, THE TRAIL ID IN COLS 8-15 AND THE NEW CLASS IN COLS
004400*    53-54, LEAVING THE NAME AND REGION UNTOUCHED.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT HIKEHIST ASSIGN TO "HIKEHIST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS HH-HIST-KEY
005300         FILE STATUS IS WS-HIKEHIST-STATUS.
005400     SELECT TRAILMST ASSIGN TO "TRAILMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS TM-TRAIL-ID
005800         FILE STATUS IS WS-TRAILMST-STATUS.
005900     SELECT OPTIONAL ALRTCTL ASSIGN TO "ALRTCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ALRTCTL-STATUS.
006200     SELECT OPTIONAL CLASCTL ASSIGN TO "CLASCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CLASCTL-STATUS.
006500     SELECT OPTIONAL CLASTRAN ASSIGN TO "CLASTRAN"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CLASTRAN-STATUS.
006800     SELECT OPTIONAL CLASRPT ASSIGN TO "CLASRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CLASRPT-STATUS.
007100
007200     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS JS-STATE-KEY
007600         FILE STATUS IS WS-JOBSTATE-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  HIKEHIST.
008000 01  HH-HISTORY-RECORD.
008100     05 HH-HIST-KEY.
008200        10 HH-HIKE-ID              PIC X(08).
008300        10 HH-RUN-DATE             PIC 9(08).
008400     05 HH-POSITION                PIC 9(04).
008500     05 HH-VALUE                   PIC S9(05).
008600     05 HH-STATUS-CODE             PIC X(05).
008700
008800 FD  TRAILMST.
008900 01  TM-TRAIL-RECORD.
009000     05 TM-TRAIL-ID                PIC X(08).
009100     05 TM-TRAIL-NAME              PIC X(30).
009200     05 TM-REGION-CODE             PIC X(04).
009300     05 TM-DIFFICULTY-CLASS        PIC X(02).
009400     05 TM-ACTIVE-FLAG             PIC X(01).
009500        88 TM-TRAIL-ACTIVE                   VALUE "A".
009600        88 TM-TRAIL-CLOSED                   VALUE "C".
009700
009800 FD  ALRTCTL.
009900 01  AC-CONTROL-RECORD.
010000     05 AC-CLASS                  PIC X(02).
010100     05 FILLER                    PIC X(01).
010200     05 AC-MAX-VALUE              PIC X(05).
010300     05 FILLER                    PIC X(01).
010400     05 AC-MAX-ASCENT             PIC X(05).
010500     05 FILLER                    PIC X(01).
010600     05 AC-MAX-CLIMB              PIC X(05).
010700
010800 FD  CLASCTL.
010900 01  CC-CONTROL-RECORD.
011000     05 CC-LOOKBACK-DAYS          PIC X(03).
011100     05 FILLER                    PIC X(01).
011200     05 CC-MIN-RUNS               PIC X(03).
011300     05 FILLER                    PIC X(01).
011400     05 CC-SHARE-PCT              PIC X(03).
011500
011600 FD  CLASTRAN.
011700 01  CX-TRAN-CARD.
011800     05 CX-ACTION                 PIC X(06).
011900     05 FILLER                    PIC X(01).
012000     05 CX-TRAIL-ID               PIC X(08).
012100     05 FILLER                    PIC X(01).
012200     05 CX-TRAIL-NAME             PIC X(30).
012300     05 FILLER                    PIC X(01).
012400     05 CX-REGION-CODE            PIC X(04).
012500     05 FILLER                    PIC X(01).
012600     05 CX-DIFFICULTY-CLASS       PIC X(02).
012700
012800 FD  CLASRPT.
012900 01  CR-REPORT-LINE               PIC X(132).
013000
013100 FD  JOBSTATE.
013200 01  JS-STATE-RECORD.
013300     05 JS-STATE-KEY.
013400        10 JS-PROGRAM-ID          PIC X(08).
013500        10 JS-RUN-DATE            PIC 9(08).
013600     05 JS-START-TIME             PIC 9(08).
013700     05 JS-END-TIME               PIC 9(08).
013800     05 JS-RETURN-CODE            PIC 9(02).
013900     05 JS-COMPLETE-FLAG          PIC X(01).
014000        88 JS-RUN-COMPLETE                  VALUE "Y".
014100 WORKING-STORAGE SECTION.
014200*----------------------------------------------------------------
014300*    SWITCHES
014400*----------------------------------------------------------------
014500 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
014600     88 WS-END-OF-FILE                      VALUE "Y".
014700 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
014800     88 WS-CTL-END-OF-FILE                  VALUE "Y".
014900 77  WS-MASTER-FOUND-SWITCH       PIC X(01) VALUE "N".
015000     88 WS-MASTER-FOUND                     VALUE "Y".
015100
015200*----------------------------------------------------------------
015300*    FILE STATUS AREAS
015400*----------------------------------------------------------------
015500 01  WS-HIKEHIST-STATUS           PIC X(02) VALUE "00".
015600 01  WS-TRAILMST-STATUS           PIC X(02) VALUE "00".
015700 01  WS-ALRTCTL-STATUS            PIC X(02) VALUE "00".
015800 01  WS-CLASCTL-STATUS            PIC X(02) VALUE "00".
015900 01  WS-CLASTRAN-STATUS           PIC X(02) VALUE "00".
016000 01  WS-CLASRPT-STATUS            PIC X(02) VALUE "00".
016100 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
016200 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
016300 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
016400 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
016500
016600*----------------------------------------------------------------
016700*    CLASCTL PARAMETERS
016800*----------------------------------------------------------------
016900 01  WS-LOOKBACK-DAYS             PIC 9(03) VALUE 90.
017000 01  WS-MIN-RUNS                  PIC 9(03) VALUE 10.
017100 01  WS-SHARE-PCT                 PIC 9(03) VALUE 60.
017200 01  WS-TODAY-INTEGER             PIC 9(07) VALUE ZERO.
017300 01  WS-CUTOFF-INTEGER            PIC 9(07) VALUE ZERO.
017400 01  WS-CUTOFF-DATE               PIC 9(08) VALUE ZERO.
017500
017600*----------------------------------------------------------------
017700*    CLASS BAND TABLE FROM ALRTCTL, ORDERED BY MAX VALUE
017800*----------------------------------------------------------------
017900 01  WS-CLASS-COUNT               PIC 9(02) VALUE ZERO.
018000 01  WS-CLASS-MAX                 PIC 9(02) VALUE 20.
018100 01  WS-CLASS-TABLE.
018200     05 WS-CLASS-ENTRY            OCCURS 20 TIMES.
018300        10 CB-CLASS               PIC X(02).
018400        10 CB-MAX-VALUE           PIC S9(05).
018500 01  WS-SWAP-CLASS                PIC X(07).
018600 01  WS-C                         PIC 9(02) VALUE ZERO.
018700 01  WS-C1                        PIC 9(02) VALUE ZERO.
018800 01  WS-CLASS-INDEX               PIC 9(02) VALUE ZERO.
018900 01  WS-TARGET-INDEX              PIC 9(02) VALUE ZERO.
019000
019100*----------------------------------------------------------------
019200*    THE CURRENT TRAIL'S "OK" VALUES INSIDE THE LOOK-BACK
019300*    WINDOW (THE MOST RECENT 400 WHEN THERE ARE MORE)
019400*----------------------------------------------------------------
019500 01  WS-CURRENT-HIKE-ID           PIC X(08) VALUE SPACES.
019600 01  WS-VALUE-MAX                 PIC 9(03) VALUE 400.
019700 01  WS-VALUE-COUNT               PIC 9(03) VALUE ZERO.
019800 01  WS-VALUE-TABLE.
019900     05 WS-RUN-VALUE              OCCURS 400 TIMES
020000                                  PIC S9(05).
020100 01  WS-SWAP-VALUE                PIC S9(05) VALUE ZERO.
020200 01  WS-NOWIN-COUNT               PIC 9(03) VALUE ZERO.
020300 01  WS-I                         PIC 9(03) VALUE ZERO.
020400 01  WS-J                         PIC 9(03) VALUE ZERO.
020500 01  WS-J1                        PIC 9(03) VALUE ZERO.
020600 01  WS-MID                       PIC 9(03) VALUE ZERO.
020700
020800*----------------------------------------------------------------
020900*    PER-TRAIL STATISTICS
021000*----------------------------------------------------------------
021100 01  WS-MEDIAN                    PIC S9(05) VALUE ZERO.
021200 01  WS-LOW-VALUE                 PIC S9(05) VALUE ZERO.
021300 01  WS-HIGH-VALUE                PIC S9(05) VALUE ZERO.
021400 01  WS-SPREAD                    PIC 9(06) VALUE ZERO.
021500 01  WS-FLOOR-VALUE               PIC S9(05) VALUE ZERO.
021600 01  WS-ABOVE-COUNT               PIC 9(03) VALUE ZERO.
021700 01  WS-BELOW-COUNT               PIC 9(03) VALUE ZERO.
021800 01  WS-ABOVE-PCT                 PIC 9(03) VALUE ZERO.
021900 01  WS-BELOW-PCT                 PIC 9(03) VALUE ZERO.
022000
022100*----------------------------------------------------------------
022200*    RUN TOTALS
022300*----------------------------------------------------------------
022400 01  WS-TRAILS-SEEN               PIC 9(07) VALUE ZERO.
022500 01  WS-TRAILS-JUDGED             PIC 9(07) VALUE ZERO.
022600 01  WS-UPGRADES                  PIC 9(07) VALUE ZERO.
022700 01  WS-DOWNGRADES                PIC 9(07) VALUE ZERO.
022800 01  WS-TOO-FEW-RUNS              PIC 9(07) VALUE ZERO.
022900 01  WS-NOT-JUDGED                PIC 9(07) VALUE ZERO.
023000
023100*----------------------------------------------------------------
023200*    REPORT WORK AREAS
023300*----------------------------------------------------------------
023400 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
023500 01  WS-RUN-DATE-EDIT.
023600     05 WS-RD-YEAR                PIC 9(04).
023700     05 FILLER                    PIC X(01) VALUE "-".
023800     05 WS-RD-MONTH               PIC 9(02).
023900     05 FILLER                    PIC X(01) VALUE "-".
024000     05 WS-RD-DAY                 PIC 9(02).
024100 01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZERO.
024200 01  WS-LINE-COUNT                PIC 9(02) VALUE 99.
024300 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 60.
024400
024500 01  WS-REPORT-HEADING-1.
024600     05 FILLER                    PIC X(20) VALUE "HIKECLAS".
024700     05 FILLER                    PIC X(34)
024800            VALUE "DIFFICULTY CLASS REVIEW".
024900     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
025000     05 RH1-RUN-DATE              PIC X(10).
025100     05 FILLER                    PIC X(08) VALUE SPACES.
025200     05 FILLER                    PIC X(06) VALUE "PAGE:".
025300     05 RH1-PAGE-NBR              PIC ZZZ9.
025400
025500 01  WS-REPORT-HEADING-2.
025600     05 FILLER                    PIC X(18)
025700            VALUE "RUNS SINCE".
025800     05 RH2-CUTOFF                PIC 9(08).
025900     05 FILLER                    PIC X(06) VALUE SPACES.
026000     05 FILLER                    PIC X(10) VALUE "MIN RUNS:".
026100     05 RH2-MIN-RUNS              PIC ZZ9.
026200     05 FILLER                    PIC X(06) VALUE SPACES.
026300     05 FILLER                    PIC X(17)
026400            VALUE "OUTSIDE SHARE %:".
026500     05 RH2-SHARE                 PIC ZZ9.
026600
026700 01  WS-REPORT-HEADING-3.
026800     05 FILLER                    PIC X(10) VALUE "TRAIL ID".
026900     05 FILLER                    PIC X(06) VALUE "REG".
027000     05 FILLER                    PIC X(04) VALUE "CLS".
027100     05 FILLER                    PIC X(06) VALUE " RUNS".
027200     05 FILLER                    PIC X(07) VALUE " NOWIN".
027300     05 FILLER                    PIC X(08) VALUE "  MEDIAN".
027400     05 FILLER                    PIC X(08) VALUE "     LOW".
027500     05 FILLER                    PIC X(08) VALUE "    HIGH".
027600     05 FILLER                    PIC X(08) VALUE "  SPREAD".
027700     05 FILLER                    PIC X(08) VALUE "   FLOOR".
027800     05 FILLER                    PIC X(08) VALUE "   LIMIT".
027900     05 FILLER                    PIC X(07) VALUE " %ABOVE".
028000     05 FILLER                    PIC X(07) VALUE " %BELOW".
028100     05 FILLER                    PIC X(02) VALUE SPACES.
028200     05 FILLER                    PIC X(14)
028300            VALUE "RECOMMENDATION".
028400
028500 01  WS-REPORT-DETAIL.
028600     05 RD-TRAIL-ID               PIC X(08).
028700     05 FILLER                    PIC X(02) VALUE SPACES.
028800     05 RD-REGION                 PIC X(04).
028900     05 FILLER                    PIC X(02) VALUE SPACES.
029000     05 RD-CLASS                  PIC X(02).
029100     05 FILLER                    PIC X(02) VALUE SPACES.
029200     05 RD-RUNS                   PIC ZZZZ9.
029300     05 FILLER                    PIC X(01) VALUE SPACES.
029400     05 RD-NOWIN                  PIC ZZZZZ9.
029500     05 FILLER                    PIC X(02) VALUE SPACES.
029600     05 RD-MEDIAN                 PIC -ZZZZ9.
029700     05 FILLER                    PIC X(02) VALUE SPACES.
029800     05 RD-LOW                    PIC -ZZZZ9.
029900     05 FILLER                    PIC X(02) VALUE SPACES.
030000     05 RD-HIGH                   PIC -ZZZZ9.
030100     05 FILLER                    PIC X(02) VALUE SPACES.
030200     05 RD-SPREAD                 PIC ZZZZZ9.
030300     05 FILLER                    PIC X(02) VALUE SPACES.
030400     05 RD-FLOOR                  PIC X(06).
030500     05 RD-FLOOR-NUM REDEFINES RD-FLOOR
030600                                  PIC -ZZZZ9.
030700     05 FILLER                    PIC X(02) VALUE SPACES.
030800     05 RD-LIMIT                  PIC -ZZZZ9.
030900     05 FILLER                    PIC X(04) VALUE SPACES.
031000     05 RD-ABOVE-PCT              PIC ZZ9.
031100     05 FILLER                    PIC X(04) VALUE SPACES.
031200     05 RD-BELOW-PCT              PIC ZZ9.
031300     05 FILLER                    PIC X(02) VALUE SPACES.
031400     05 RD-RECOMMEND              PIC X(15).
031500
031600 01  WS-REPORT-TRAILER-1.
031700     05 FILLER               PIC X(14) VALUE "TRAILS SEEN:".
031800     05 RT1-SEEN             PIC Z(06)9.
031900     05 FILLER               PIC X(06) VALUE SPACES.
032000     05 FILLER               PIC X(08) VALUE "JUDGED:".
032100     05 RT1-JUDGED           PIC Z(06)9.
032200     05 FILLER               PIC X(06) VALUE SPACES.
032300     05 FILLER               PIC X(10) VALUE "UPGRADES:".
032400     05 RT1-UPGRADES         PIC Z(06)9.
032500     05 FILLER               PIC X(06) VALUE SPACES.
032600     05 FILLER               PIC X(12) VALUE "DOWNGRADES:".
032700     05 RT1-DOWNGRADES       PIC Z(06)9.
032800
032900 01  WS-REPORT-TRAILER-2.
033000     05 FILLER               PIC X(16) VALUE "TOO FEW RUNS:".
033100     05 RT2-TOO-FEW          PIC Z(06)9.
033200     05 FILLER               PIC X(06) VALUE SPACES.
033300     05 FILLER               PIC X(44)
033400            VALUE "CLOSED, NOT ON TRAILMST OR CLASS NOT BANDED:".
033500     05 RT2-NOT-JUDGED       PIC Z(06)9.
033600
033700 PROCEDURE DIVISION.
033800*----------------------------------------------------------------
033900*    0000-MAINLINE
034000*----------------------------------------------------------------
034100 0000-MAINLINE.
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034300     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
034400         UNTIL WS-END-OF-FILE.
034500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034600     STOP RUN.
034700
034800*----------------------------------------------------------------
034900*    1000-INITIALIZE - READ THE PARAMETERS, LOAD AND ORDER THE
035000*                      CLASS BANDS, OPEN FILES, PRIME THE READ
035100*----------------------------------------------------------------
035200 1000-INITIALIZE.
035300     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
035400     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
035500     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
035600     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
035690     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
035780     PERFORM 1200-LOAD-CLASS-BANDS THRU 1200-EXIT.
035870     IF WS-CLASS-COUNT = 0
035960        DISPLAY "HIKECLAS: NO ALRTCTL CLASS CARDS - "
036050            "NOTHING DONE"
036140        MOVE 8 TO RETURN-CODE
036230        PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT
036320        STOP RUN
036410     END-IF.
036500     OPEN INPUT HIKEHIST.
036590     IF WS-HIKEHIST-STATUS NOT = "00"
036680        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
036770        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
036860        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
036950     END-IF.
037040     OPEN INPUT TRAILMST.
037130     IF WS-TRAILMST-STATUS NOT = "00"
037220        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
037310        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
037400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
037490     END-IF.
037700     OPEN OUTPUT CLASTRAN.
037800     IF WS-CLASTRAN-STATUS NOT = "00"
037900        AND WS-CLASTRAN-STATUS NOT = "05"
038000        MOVE "CLASTRAN" TO WS-ABEND-FILE-ID
038100        MOVE WS-CLASTRAN-STATUS TO WS-ABEND-STATUS
038200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
038300     END-IF.
038400     OPEN OUTPUT CLASRPT.
038500     IF WS-CLASRPT-STATUS NOT = "00"
038600        AND WS-CLASRPT-STATUS NOT = "05"
038700        MOVE "CLASRPT" TO WS-ABEND-FILE-ID
038800        MOVE WS-CLASRPT-STATUS TO WS-ABEND-STATUS
038900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
039000     END-IF.
039100     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
039200 1000-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------------
039600*    1100-READ-CONTROL-CARD - READ THE OPTIONAL CLASCTL CARD AND
039700*                             WORK OUT THE LOOK-BACK CUTOFF DATE
039800*----------------------------------------------------------------
039900 1100-READ-CONTROL-CARD.
040000     OPEN INPUT CLASCTL.
040100     READ CLASCTL
040200         AT END
040300             SET WS-CTL-END-OF-FILE TO TRUE
040400     END-READ.
040500     IF NOT WS-CTL-END-OF-FILE
040600        IF CC-LOOKBACK-DAYS NOT = SPACES
040700           AND FUNCTION TEST-NUMVAL(CC-LOOKBACK-DAYS) = 0
040800           MOVE FUNCTION NUMVAL(CC-LOOKBACK-DAYS)
040900               TO WS-LOOKBACK-DAYS
041000        END-IF
041100        IF CC-MIN-RUNS NOT = SPACES
041200           AND FUNCTION TEST-NUMVAL(CC-MIN-RUNS) = 0
041300           MOVE FUNCTION NUMVAL(CC-MIN-RUNS) TO WS-MIN-RUNS
041400        END-IF
041500        IF CC-SHARE-PCT NOT = SPACES
041600           AND FUNCTION TEST-NUMVAL(CC-SHARE-PCT) = 0
041700           MOVE FUNCTION NUMVAL(CC-SHARE-PCT) TO WS-SHARE-PCT
041800        END-IF
041900     END-IF.
042000     CLOSE CLASCTL.
042100     IF WS-LOOKBACK-DAYS = 0
042200        MOVE 90 TO WS-LOOKBACK-DAYS
042300     END-IF.
042400     IF WS-MIN-RUNS = 0
042500        MOVE 1 TO WS-MIN-RUNS
042600     END-IF.
042700     IF WS-SHARE-PCT = 0 OR WS-SHARE-PCT > 100
042800        MOVE 60 TO WS-SHARE-PCT
042900     END-IF.
043000     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
043100         TO WS-TODAY-INTEGER.
043200     COMPUTE WS-CUTOFF-INTEGER =
043300         WS-TODAY-INTEGER - WS-LOOKBACK-DAYS.
043400     MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
043500         TO WS-CUTOFF-DATE.
043600 1100-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000*    1200-LOAD-CLASS-BANDS - LOAD EVERY ALRTCTL CARD'S CLASS AND
044100*                            MAX VALUE, THEN ORDER THEM BY MAX
044200*                            VALUE (EXCHANGE SORT)
044300*----------------------------------------------------------------
044400 1200-LOAD-CLASS-BANDS.
044500     MOVE "N" TO WS-CTL-EOF-SWITCH.
044600     OPEN INPUT ALRTCTL.
044700     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
044800         UNTIL WS-CTL-END-OF-FILE.
044900     CLOSE ALRTCTL.
045000     IF WS-CLASS-COUNT < 2
045100        GO TO 1200-EXIT
045200     END-IF.
045300     PERFORM VARYING WS-C FROM 1 BY 1
045400           UNTIL WS-C >= WS-CLASS-COUNT
045500        PERFORM 1220-SORT-ONE-PASS THRU 1220-EXIT
045600     END-PERFORM.
045700 1200-EXIT.
045800     EXIT.
045900
046000 1210-LOAD-ONE-CARD.
046100     READ ALRTCTL
046200         AT END
046300             SET WS-CTL-END-OF-FILE TO TRUE
046400     END-READ.
046500     IF WS-CTL-END-OF-FILE
046600        GO TO 1210-EXIT
046700     END-IF.
046800     IF FUNCTION TEST-NUMVAL(AC-MAX-VALUE) NOT = 0
046900        DISPLAY "HIKECLAS: ALRTCTL CARD FOR " AC-CLASS
047000            " HAS NO MAX VALUE - IGNORED"
047100        GO TO 1210-EXIT
047200     END-IF.
047300     IF WS-CLASS-COUNT >= WS-CLASS-MAX
047400        DISPLAY "HIKECLAS: CLASS TABLE FULL - CARD FOR "
047500            AC-CLASS " IGNORED"
047600        GO TO 1210-EXIT
047700     END-IF.
047800     ADD 1 TO WS-CLASS-COUNT.
047900     MOVE AC-CLASS TO CB-CLASS(WS-CLASS-COUNT).
048000     MOVE FUNCTION NUMVAL(AC-MAX-VALUE)
048100         TO CB-MAX-VALUE(WS-CLASS-COUNT).
048200 1210-EXIT.
048300     EXIT.
048400
048500 1220-SORT-ONE-PASS.
048600     PERFORM VARYING WS-C1 FROM 1 BY 1
048700           UNTIL WS-C1 > WS-CLASS-COUNT - WS-C
048800        IF CB-MAX-VALUE(WS-C1) > CB-MAX-VALUE(WS-C1 + 1)
048900           MOVE WS-CLASS-ENTRY(WS-C1) TO WS-SWAP-CLASS
049000           MOVE WS-CLASS-ENTRY(WS-C1 + 1)
049100               TO WS-CLASS-ENTRY(WS-C1)
049200           MOVE WS-SWAP-CLASS TO WS-CLASS-ENTRY(WS-C1 + 1)
049300        END-IF
049400     END-PERFORM.
049500 1220-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------------
049900*    2000-PROCESS-ONE-RECORD - BREAK ON A NEW HIKE ID, ROLL AN IN-
050000*                              WINDOW RECORD INTO THE TABLE, READ
050100*                              THE NEXT HISTORY RECORD
050200*----------------------------------------------------------------
050300 2000-PROCESS-ONE-RECORD.
050400     IF HH-HIKE-ID NOT = WS-CURRENT-HIKE-ID
050500        IF WS-CURRENT-HIKE-ID NOT = SPACES
050600           PERFORM 2500-JUDGE-TRAIL THRU 2500-EXIT
050700        END-IF
050800        MOVE HH-HIKE-ID TO WS-CURRENT-HIKE-ID
050900     END-IF.
051000     PERFORM 2100-ACCUMULATE-RECORD THRU 2100-EXIT.
051100     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
051200 2000-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600*    2100-ACCUMULATE-RECORD - COUNT A NOWIN RUN, OR ADD AN "OK"
051700*                             RUN'S VALUE TO THE TABLE, WHEN THE
051800*                             RUN FALLS INSIDE THE LOOK-BACK
051900*----------------------------------------------------------------
052000 2100-ACCUMULATE-RECORD.
052100     IF HH-RUN-DATE < WS-CUTOFF-DATE
052200        GO TO 2100-EXIT
052300     END-IF.
052400     IF HH-STATUS-CODE NOT = "OK"
052500        ADD 1 TO WS-NOWIN-COUNT
052600        GO TO 2100-EXIT
052700     END-IF.
052800     IF WS-VALUE-COUNT < WS-VALUE-MAX
052900        ADD 1 TO WS-VALUE-COUNT
053000     ELSE
053100        PERFORM VARYING WS-I FROM 1 BY 1
053200              UNTIL WS-I >= WS-VALUE-COUNT
053300           MOVE WS-RUN-VALUE(WS-I + 1) TO WS-RUN-VALUE(WS-I)
053400        END-PERFORM
053500     END-IF.
053600     MOVE HH-VALUE TO WS-RUN-VALUE(WS-VALUE-COUNT).
053700 2100-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------
054100*    2500-JUDGE-TRAIL - FOR THE TRAIL JUST COMPLETED, LOOK UP ITS
054200*                       CLASS, WORK OUT THE STATISTICS, PRINT
054300*                       THEM AND PUNCH ANY RECOMMENDATION, THEN
054400*                       CLEAR THE ACCUMULATORS
054500*----------------------------------------------------------------
054600 2500-JUDGE-TRAIL.
054700     IF WS-VALUE-COUNT = 0 AND WS-NOWIN-COUNT = 0
054800        GO TO 2500-RESET
054900     END-IF.
055000     ADD 1 TO WS-TRAILS-SEEN.
055100     PERFORM 2600-LOOK-UP-CLASS THRU 2600-EXIT.
055200     IF NOT WS-MASTER-FOUND
055300        OR TM-TRAIL-CLOSED
055400        OR WS-CLASS-INDEX = 0
055500        ADD 1 TO WS-NOT-JUDGED
055600        GO TO 2500-RESET
055700     END-IF.
055800     IF WS-VALUE-COUNT < WS-MIN-RUNS
055900        ADD 1 TO WS-TOO-FEW-RUNS
056000        GO TO 2500-RESET
056100     END-IF.
056200     ADD 1 TO WS-TRAILS-JUDGED.
056300     PERFORM 2700-COMPUTE-STATISTICS THRU 2700-EXIT.
056400     PERFORM 2800-PRINT-TRAIL-LINE THRU 2800-EXIT.
056500 2500-RESET.
056600     MOVE ZERO TO WS-VALUE-COUNT.
056700     MOVE ZERO TO WS-NOWIN-COUNT.
056800 2500-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------------
057200*    2600-LOOK-UP-CLASS - RANDOM READ OF TRAILMST FOR THE
057300*                         TRAIL'S CLASS, THEN ITS PLACE IN THE
057400*                         ORDERED BAND TABLE
057500*----------------------------------------------------------------
057600 2600-LOOK-UP-CLASS.
057700     MOVE "N" TO WS-MASTER-FOUND-SWITCH.
057800     MOVE ZERO TO WS-CLASS-INDEX.
057900     MOVE WS-CURRENT-HIKE-ID TO TM-TRAIL-ID.
058000     READ TRAILMST
058100         INVALID KEY
058200             CONTINUE
058300         NOT INVALID KEY
058400             SET WS-MASTER-FOUND TO TRUE
058500     END-READ.
058600     IF NOT WS-MASTER-FOUND
058700        AND WS-TRAILMST-STATUS NOT = "23"
058800        AND WS-TRAILMST-STATUS NOT = "00"
058900        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
059000        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
059100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
059200     END-IF.
059300     IF NOT WS-MASTER-FOUND
059400        GO TO 2600-EXIT
059500     END-IF.
059600     PERFORM VARYING WS-C FROM 1 BY 1
059700           UNTIL WS-C > WS-CLASS-COUNT
059800        IF CB-CLASS(WS-C) = TM-DIFFICULTY-CLASS
059900           AND WS-CLASS-INDEX = 0
060000           MOVE WS-C TO WS-CLASS-INDEX
060100        END-IF
060200     END-PERFORM.
060300 2600-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700*    2700-COMPUTE-STATISTICS - ORDER THE VALUES, TAKE THE MEDIAN,
060800*                              LOW, HIGH AND SPREAD, COUNT THE
060900*                              RUNS ABOVE AND BELOW THE BAND AND
061000*                              PICK THE RECOMMENDED CLASS
061100*----------------------------------------------------------------
061200 2700-COMPUTE-STATISTICS.
061300     PERFORM VARYING WS-I FROM 1 BY 1
061400           UNTIL WS-I >= WS-VALUE-COUNT
061500        PERFORM 2710-SORT-ONE-PASS THRU 2710-EXIT
061600     END-PERFORM.
061700     MOVE WS-RUN-VALUE(1) TO WS-LOW-VALUE.
061800     MOVE WS-RUN-VALUE(WS-VALUE-COUNT) TO WS-HIGH-VALUE.
061900     COMPUTE WS-SPREAD = WS-HIGH-VALUE - WS-LOW-VALUE.
062000     DIVIDE WS-VALUE-COUNT BY 2 GIVING WS-MID.
062100     IF WS-MID * 2 = WS-VALUE-COUNT
062200        COMPUTE WS-MEDIAN ROUNDED =
062300            (WS-RUN-VALUE(WS-MID) + WS-RUN-VALUE(WS-MID + 1)) / 2
062400     ELSE
062500        MOVE WS-RUN-VALUE(WS-MID + 1) TO WS-MEDIAN
062600     END-IF.
062700     MOVE ZERO TO WS-ABOVE-COUNT.
062800     MOVE ZERO TO WS-BELOW-COUNT.
062900     IF WS-CLASS-INDEX > 1
063000        MOVE CB-MAX-VALUE(WS-CLASS-INDEX - 1) TO WS-FLOOR-VALUE
063100     END-IF.
063200     PERFORM VARYING WS-I FROM 1 BY 1
063300           UNTIL WS-I > WS-VALUE-COUNT
063400        IF WS-RUN-VALUE(WS-I) > CB-MAX-VALUE(WS-CLASS-INDEX)
063500           ADD 1 TO WS-ABOVE-COUNT
063600        END-IF
063700        IF WS-CLASS-INDEX > 1
063800           AND WS-RUN-VALUE(WS-I) NOT > WS-FLOOR-VALUE
063900           ADD 1 TO WS-BELOW-COUNT
064000        END-IF
064100     END-PERFORM.
064200     COMPUTE WS-ABOVE-PCT ROUNDED =
064300         WS-ABOVE-COUNT * 100 / WS-VALUE-COUNT.
064400     COMPUTE WS-BELOW-PCT ROUNDED =
064500         WS-BELOW-COUNT * 100 / WS-VALUE-COUNT.
064600     MOVE ZERO TO WS-TARGET-INDEX.
064700     PERFORM VARYING WS-C FROM 1 BY 1
064800           UNTIL WS-C > WS-CLASS-COUNT
064900        IF WS-MEDIAN NOT > CB-MAX-VALUE(WS-C)
065000           AND WS-TARGET-INDEX = 0
065100           MOVE WS-C TO WS-TARGET-INDEX
065200        END-IF
065300     END-PERFORM.
065400     IF WS-TARGET-INDEX = 0
065500        MOVE WS-CLASS-COUNT TO WS-TARGET-INDEX
065600     END-IF.
065700     IF WS-ABOVE-PCT >= WS-SHARE-PCT
065800        AND WS-TARGET-INDEX > WS-CLASS-INDEX
065900        GO TO 2700-EXIT
066000     END-IF.
066100     IF WS-BELOW-PCT >= WS-SHARE-PCT
066200        AND WS-TARGET-INDEX < WS-CLASS-INDEX
066300        GO TO 2700-EXIT
066400     END-IF.
066500     MOVE WS-CLASS-INDEX TO WS-TARGET-INDEX.
066600 2700-EXIT.
066700     EXIT.
066800
066900 2710-SORT-ONE-PASS.
067000     PERFORM VARYING WS-J FROM 1 BY 1
067100           UNTIL WS-J > WS-VALUE-COUNT - WS-I
067200        COMPUTE WS-J1 = WS-J + 1
067300        IF WS-RUN-VALUE(WS-J) > WS-RUN-VALUE(WS-J1)
067400           MOVE WS-RUN-VALUE(WS-J) TO WS-SWAP-VALUE
067500           MOVE WS-RUN-VALUE(WS-J1) TO WS-RUN-VALUE(WS-J)
067600           MOVE WS-SWAP-VALUE TO WS-RUN-VALUE(WS-J1)
067700        END-IF
067800     END-PERFORM.
067900 2710-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------
068300*    2800-PRINT-TRAIL-LINE - ONE STATISTICS LINE PER JUDGED
068400*                            TRAIL, AND THE CHANGE CARD WHEN A
068500*                            NEW CLASS IS RECOMMENDED
068600*----------------------------------------------------------------
068700 2800-PRINT-TRAIL-LINE.
068800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068900        PERFORM 2510-WRITE-REPORT-HEADERS THRU 2510-EXIT
069000     END-IF.
069100     MOVE SPACES TO WS-REPORT-DETAIL.
069200     MOVE WS-CURRENT-HIKE-ID TO RD-TRAIL-ID.
069300     MOVE TM-REGION-CODE TO RD-REGION.
069400     MOVE TM-DIFFICULTY-CLASS TO RD-CLASS.
069500     MOVE WS-VALUE-COUNT TO RD-RUNS.
069600     MOVE WS-NOWIN-COUNT TO RD-NOWIN.
069700     MOVE WS-MEDIAN TO RD-MEDIAN.
069800     MOVE WS-LOW-VALUE TO RD-LOW.
069900     MOVE WS-HIGH-VALUE TO RD-HIGH.
070000     MOVE WS-SPREAD TO RD-SPREAD.
070100     IF WS-CLASS-INDEX > 1
070200        MOVE WS-FLOOR-VALUE TO RD-FLOOR-NUM
070300     ELSE
070400        MOVE "  NONE" TO RD-FLOOR
070500     END-IF.
070600     MOVE CB-MAX-VALUE(WS-CLASS-INDEX) TO RD-LIMIT.
070700     MOVE WS-ABOVE-PCT TO RD-ABOVE-PCT.
070800     MOVE WS-BELOW-PCT TO RD-BELOW-PCT.
070900     IF WS-TARGET-INDEX > WS-CLASS-INDEX
071000        STRING "UPGRADE TO " DELIMITED BY SIZE
071100               CB-CLASS(WS-TARGET-INDEX) DELIMITED BY SIZE
071200            INTO RD-RECOMMEND
071300        END-STRING
071400        ADD 1 TO WS-UPGRADES
071500        PERFORM 2900-WRITE-CHANGE-CARD THRU 2900-EXIT
071600     END-IF.
071700     IF WS-TARGET-INDEX < WS-CLASS-INDEX
071800        STRING "DOWNGRADE TO " DELIMITED BY SIZE
071900               CB-CLASS(WS-TARGET-INDEX) DELIMITED BY SIZE
072000            INTO RD-RECOMMEND
072100        END-STRING
072200        ADD 1 TO WS-DOWNGRADES
072300        PERFORM 2900-WRITE-CHANGE-CARD THRU 2900-EXIT
072400     END-IF.
072500     MOVE WS-REPORT-DETAIL TO CR-REPORT-LINE.
072600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
072700     ADD 1 TO WS-LINE-COUNT.
072800 2800-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------
073200*    2510-WRITE-REPORT-HEADERS - START A NEW REPORT PAGE
073300*----------------------------------------------------------------
073400 2510-WRITE-REPORT-HEADERS.
073500     ADD 1 TO WS-PAGE-NUMBER.
073600     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
073700     MOVE WS-PAGE-NUMBER TO RH1-PAGE-NBR.
073800     MOVE WS-CUTOFF-DATE TO RH2-CUTOFF.
073900     MOVE WS-MIN-RUNS TO RH2-MIN-RUNS.
074000     MOVE WS-SHARE-PCT TO RH2-SHARE.
074100     MOVE SPACES TO CR-REPORT-LINE.
074200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074300     MOVE WS-REPORT-HEADING-1 TO CR-REPORT-LINE.
074400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074500     MOVE WS-REPORT-HEADING-2 TO CR-REPORT-LINE.
074600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074700     MOVE SPACES TO CR-REPORT-LINE.
074800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074900     MOVE WS-REPORT-HEADING-3 TO CR-REPORT-LINE.
075000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
075100     MOVE ZERO TO WS-LINE-COUNT.
075200 2510-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------
075600*    2900-WRITE-CHANGE-CARD - THE RECOMMENDATION AS A TRLTRAN
075700*                             CHANGE CARD FOR THE RANGER OFFICE
075800*----------------------------------------------------------------
075900 2900-WRITE-CHANGE-CARD.
076000     MOVE SPACES TO CX-TRAN-CARD.
076100     MOVE "CHANGE" TO CX-ACTION.
076200     MOVE WS-CURRENT-HIKE-ID TO CX-TRAIL-ID.
076300     MOVE CB-CLASS(WS-TARGET-INDEX) TO CX-DIFFICULTY-CLASS.
076400     WRITE CX-TRAN-CARD.
076500     IF WS-CLASTRAN-STATUS NOT = "00"
076600        MOVE "CLASTRAN" TO WS-ABEND-FILE-ID
076700        MOVE WS-CLASTRAN-STATUS TO WS-ABEND-STATUS
076800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
076900     END-IF.
077000 2900-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------------
077400*    3000-READ-HISTORY - READ THE NEXT HIKEHIST RECORD IN KEY
077500*                        ORDER
077600*----------------------------------------------------------------
077700 3000-READ-HISTORY.
077800     READ HIKEHIST
077900         AT END
078000             SET WS-END-OF-FILE TO TRUE
078100     END-READ.
078200     IF NOT WS-END-OF-FILE
078300        AND WS-HIKEHIST-STATUS NOT = "00"
078400        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
078500        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
078600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
078700     END-IF.
078800 3000-EXIT.
078900     EXIT.
079000
079100*----------------------------------------------------------------
079200*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
079300*----------------------------------------------------------------
079400 3100-WRITE-REPORT-LINE.
079500     WRITE CR-REPORT-LINE.
079600     IF WS-CLASRPT-STATUS NOT = "00"
079700        MOVE "CLASRPT" TO WS-ABEND-FILE-ID
079800        MOVE WS-CLASRPT-STATUS TO WS-ABEND-STATUS
079900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
080000     END-IF.
080100 3100-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------
080500*    9000-TERMINATE - JUDGE THE FINAL TRAIL, WRITE THE TRAILER
080600*                     AND CLOSE FILES
080700*----------------------------------------------------------------
080800 9000-TERMINATE.
080900     IF WS-CURRENT-HIKE-ID NOT = SPACES
081000        PERFORM 2500-JUDGE-TRAIL THRU 2500-EXIT
081100     END-IF.
081200     IF WS-PAGE-NUMBER = 0
081300        PERFORM 2510-WRITE-REPORT-HEADERS THRU 2510-EXIT
081400     END-IF.
081500     MOVE SPACES TO CR-REPORT-LINE.
081600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
081700     MOVE WS-TRAILS-SEEN TO RT1-SEEN.
081800     MOVE WS-TRAILS-JUDGED TO RT1-JUDGED.
081900     MOVE WS-UPGRADES TO RT1-UPGRADES.
082000     MOVE WS-DOWNGRADES TO RT1-DOWNGRADES.
082100     MOVE WS-REPORT-TRAILER-1 TO CR-REPORT-LINE.
082200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
082300     MOVE WS-TOO-FEW-RUNS TO RT2-TOO-FEW.
082400     MOVE WS-NOT-JUDGED TO RT2-NOT-JUDGED.
082500     MOVE WS-REPORT-TRAILER-2 TO CR-REPORT-LINE.
082600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
082700     CLOSE HIKEHIST.
082800     CLOSE TRAILMST.
082900     CLOSE CLASTRAN.
083000     CLOSE CLASRPT.
083100     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
083200 9000-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------------
083600*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
083700*                           JOBSTATE FILE
083800*----------------------------------------------------------------
083900 8500-STAMP-JOB-START.
084000     IF WS-RUN-DATE = 0
084100        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
084200     END-IF.
084300     OPEN I-O JOBSTATE.
084400     IF WS-JOBSTATE-STATUS NOT = "00"
084500        AND WS-JOBSTATE-STATUS NOT = "05"
084600        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
084700        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
084800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
084900     END-IF.
085000     ACCEPT WS-STAMP-TIME FROM TIME.
085100     MOVE "HIKECLAS" TO JS-PROGRAM-ID.
085200     MOVE WS-RUN-DATE TO JS-RUN-DATE.
085300     READ JOBSTATE
085400         INVALID KEY
085500             MOVE "HIKECLAS" TO JS-PROGRAM-ID
085600             MOVE WS-RUN-DATE TO JS-RUN-DATE
085700             MOVE WS-STAMP-TIME TO JS-START-TIME
085800             MOVE ZERO TO JS-END-TIME
085900             MOVE 99 TO JS-RETURN-CODE
086000             MOVE "N" TO JS-COMPLETE-FLAG
086100             WRITE JS-STATE-RECORD
086200         NOT INVALID KEY
086300             MOVE WS-STAMP-TIME TO JS-START-TIME
086400             MOVE ZERO TO JS-END-TIME
086500             MOVE 99 TO JS-RETURN-CODE
086600             MOVE "N" TO JS-COMPLETE-FLAG
086700             REWRITE JS-STATE-RECORD
086800     END-READ.
086900     IF WS-JOBSTATE-STATUS NOT = "00"
087000        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
087100        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
087200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
087300     END-IF.
087400 8500-EXIT.
087500     EXIT.
087600
087700*----------------------------------------------------------------
087800*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
087900*                         RETURN CODE
088000*----------------------------------------------------------------
088100 8600-STAMP-JOB-END.
088200     ACCEPT WS-STAMP-TIME FROM TIME.
088300     MOVE "HIKECLAS" TO JS-PROGRAM-ID.
088400     MOVE WS-RUN-DATE TO JS-RUN-DATE.
088500     READ JOBSTATE
088600         INVALID KEY
088700             CONTINUE
088800         NOT INVALID KEY
088900             MOVE WS-STAMP-TIME TO JS-END-TIME
089000             MOVE RETURN-CODE TO JS-RETURN-CODE
089100             MOVE "Y" TO JS-COMPLETE-FLAG
089200             REWRITE JS-STATE-RECORD
089300     END-READ.
089400     CLOSE JOBSTATE.
089500 8600-EXIT.
089600     EXIT.
089700
089800*----------------------------------------------------------------
089900*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
090000*----------------------------------------------------------------
090100 9990-ABEND-ON-FILE-ERROR.
090200     DISPLAY "HIKECLAS: I/O ERROR ON " WS-ABEND-FILE-ID
090300         " - FILE STATUS = " WS-ABEND-STATUS.
090400     MOVE 16 TO RETURN-CODE.
090500     STOP RUN.
090600 9990-EXIT.
090700     EXIT.
