000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKESPLT.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  SPLITS THE DAY'S HIKEIN AND
001300*                      HIKERSUB INTO UP TO FOUR PARTITIONS BY THE
001400*                      TRAIL'S REGION ON TRAILMST SO THAT HOTHIKE
001500*                      CAN SCORE THE PARTITIONS SIDE BY SIDE.
001600*                      THE HIKE COUNTS PER PARTITION GO TO SPLTCNT
001700*                      FOR THE HIKEMRGE BALANCING STEP.
001800*----------------------------------------------------------------
001900*
002000*    SPLTCTL CARD LAYOUT (ONE CARD PER REGION; NO CARDS SENDS
002100*    EVERY HIKE TO PARTITION 1):
002200*        COLS 1-4  REGION CODE, OR "****" FOR THE DEFAULT
002300*                  PARTITION
002400*        COL  6    PARTITION NUMBER (1-4)
002500*
002600*    A HIKE WHOSE REGION HAS NO CARD, WHOSE ID IS BLANK OR WHOSE
002700*    ID IS NOT ON TRAILMST GOES TO THE DEFAULT PARTITION (1
002800*    UNLESS A "****" CARD SAYS OTHERWISE); HOTHIKE THERE DECIDES
002900*    WHETHER IT IS REJECTED.  THE HIGHEST PARTITION NAMED ON ANY
003000*    CARD SETS HOW MANY PARTITIONS ARE WRITTEN.
003100*
003200*    LINES ARE GROUPED THE WAY HOTHIKE PAIRS THEM: A HEADER
003300*    LINE, ITS DATA LINE AND ANY LINES THE DATA LINE CONTINUES
003400*    ONTO (LAST TOKEN A LONE "&") ALL GO TO THE HEADER'S
003500*    PARTITION.  HIKEIN HIKES GO TO HIKEINN AND HIKERSUB HIKES
003600*    TO HIKERSBN, N BEING THE PARTITION NUMBER.
003700*
003800*    SPLTCNT RECORD (ONE PER PARTITION):
003900*        COLS  1- 8  RUN DATE
004000*        COL  10     PARTITION NUMBER
004100*        COLS 12-18  HIKEIN HIKES SENT TO THE PARTITION
004200*        COLS 20-26  HIKERSUB HIKES SENT TO THE PARTITION
004300*        COLS 28-34  LINES WRITTEN TO THE PARTITION
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT HIKEIN ASSIGN TO "HIKEIN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-HIKEIN-STATUS.
005100     SELECT OPTIONAL HIKERSUB ASSIGN TO "HIKERSUB"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIKERSUB-STATUS.
005400     SELECT TRAILMST ASSIGN TO "TRAILMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS TM-TRAIL-ID
005800         FILE STATUS IS WS-TRAILMST-STATUS.
005900     SELECT OPTIONAL SPLTCTL ASSIGN TO "SPLTCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SPLTCTL-STATUS.
006200     SELECT OPTIONAL HIKEIN1 ASSIGN TO "HIKEIN1"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PIECE-STATUS.
006500     SELECT OPTIONAL HIKEIN2 ASSIGN TO "HIKEIN2"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PIECE-STATUS.
006800     SELECT OPTIONAL HIKEIN3 ASSIGN TO "HIKEIN3"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PIECE-STATUS.
007100     SELECT OPTIONAL HIKEIN4 ASSIGN TO "HIKEIN4"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PIECE-STATUS.
007400     SELECT OPTIONAL HIKERSB1 ASSIGN TO "HIKERSB1"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PIECE-STATUS.
007700     SELECT OPTIONAL HIKERSB2 ASSIGN TO "HIKERSB2"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PIECE-STATUS.
008000     SELECT OPTIONAL HIKERSB3 ASSIGN TO "HIKERSB3"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PIECE-STATUS.
008300     SELECT OPTIONAL HIKERSB4 ASSIGN TO "HIKERSB4"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PIECE-STATUS.
008600     SELECT OPTIONAL SPLTCNT ASSIGN TO "SPLTCNT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-SPLTCNT-STATUS.
008900     SELECT OPTIONAL SPLTRPT ASSIGN TO "SPLTRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-SPLTRPT-STATUS.
009200
009300     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS RANDOM
009600         RECORD KEY IS JS-STATE-KEY
009700         FILE STATUS IS WS-JOBSTATE-STATUS.
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  HIKEIN.
010100 01  HK-INPUT-RECORD              PIC X(1000).
010200
010300 FD  HIKERSUB.
010400 01  RS-INPUT-RECORD              PIC X(1000).
010500
010600 FD  TRAILMST.
010700 01  TM-TRAIL-RECORD.
010800     05 TM-TRAIL-ID                PIC X(08).
010900     05 TM-TRAIL-NAME              PIC X(30).
011000     05 TM-REGION-CODE             PIC X(04).
011100     05 TM-DIFFICULTY-CLASS        PIC X(02).
011200     05 TM-ACTIVE-FLAG             PIC X(01).
011300
011400 FD  SPLTCTL.
011500 01  SP-CONTROL-RECORD.
011600     05 SP-REGION-CODE            PIC X(04).
011700     05 FILLER                    PIC X(01).
011800     05 SP-PARTITION              PIC 9(01).
011900
012000 FD  HIKEIN1.
012100 01  I1-PIECE-RECORD              PIC X(1000).
012200
012300 FD  HIKEIN2.
012400 01  I2-PIECE-RECORD              PIC X(1000).
012500
012600 FD  HIKEIN3.
012700 01  I3-PIECE-RECORD              PIC X(1000).
012800
012900 FD  HIKEIN4.
013000 01  I4-PIECE-RECORD              PIC X(1000).
013100
013200 FD  HIKERSB1.
013300 01  R1-PIECE-RECORD              PIC X(1000).
013400
013500 FD  HIKERSB2.
013600 01  R2-PIECE-RECORD              PIC X(1000).
013700
013800 FD  HIKERSB3.
013900 01  R3-PIECE-RECORD              PIC X(1000).
014000
014100 FD  HIKERSB4.
014200 01  R4-PIECE-RECORD              PIC X(1000).
014300
014400 FD  SPLTCNT.
014500 01  SC-COUNT-RECORD.
014600     05 SC-RUN-DATE               PIC 9(08).
014700     05 FILLER                    PIC X(01).
014800     05 SC-PARTITION              PIC 9(01).
014900     05 FILLER                    PIC X(01).
015000     05 SC-HIKEIN-HIKES           PIC 9(07).
015100     05 FILLER                    PIC X(01).
015200     05 SC-HIKERSUB-HIKES         PIC 9(07).
015300     05 FILLER                    PIC X(01).
015400     05 SC-LINES                  PIC 9(07).
015500
015600 FD  SPLTRPT.
015700 01  SR-REPORT-LINE               PIC X(132).
015800
015900 FD  JOBSTATE.
016000 01  JS-STATE-RECORD.
016100     05 JS-STATE-KEY.
016200        10 JS-PROGRAM-ID          PIC X(08).
016300        10 JS-RUN-DATE            PIC 9(08).
016400     05 JS-START-TIME             PIC 9(08).
016500     05 JS-END-TIME               PIC 9(08).
016600     05 JS-RETURN-CODE            PIC 9(02).
016700     05 JS-COMPLETE-FLAG          PIC X(01).
016800        88 JS-RUN-COMPLETE                  VALUE "Y".
016900 WORKING-STORAGE SECTION.
017000*----------------------------------------------------------------
017100*    SWITCHES
017200*----------------------------------------------------------------
017300 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
017400     88 WS-CTL-END-OF-FILE                  VALUE "Y".
017500 77  WS-SOURCE-SWITCH             PIC X(01) VALUE "I".
017600     88 WS-READING-HIKEIN                   VALUE "I".
017700     88 WS-READING-HIKERSUB                 VALUE "R".
017800 77  WS-SRC-EOF-SWITCH            PIC X(01) VALUE "N".
017900     88 WS-SOURCE-AT-END                    VALUE "Y".
018000     88 WS-SOURCE-HAS-LINE                  VALUE "N".
018100 77  WS-CONT-SWITCH               PIC X(01) VALUE "N".
018200     88 WS-LINE-CONTINUES                   VALUE "Y".
018300     88 WS-LINE-ENDS-HIKE                   VALUE "N".
018400
018500*----------------------------------------------------------------
018600*    FILE STATUS AREAS
018700*----------------------------------------------------------------
018800 01  WS-HIKEIN-STATUS             PIC X(02) VALUE "00".
018900 01  WS-HIKERSUB-STATUS           PIC X(02) VALUE "00".
019000 01  WS-TRAILMST-STATUS           PIC X(02) VALUE "00".
019100 01  WS-SPLTCTL-STATUS            PIC X(02) VALUE "00".
019200 01  WS-PIECE-STATUS              PIC X(02) VALUE "00".
019300 01  WS-SPLTCNT-STATUS            PIC X(02) VALUE "00".
019400 01  WS-SPLTRPT-STATUS            PIC X(02) VALUE "00".
019500 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
019600 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
019700 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
019800 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
019900 01  WS-PREDECESSOR-ID            PIC X(08) VALUE "HIKEEDIT".
020000
020100*----------------------------------------------------------------
020200*    REGION TABLE - ONE ENTRY PER SPLTCTL CARD, PLUS ANY REGION
020300*    MET IN THE INPUT THAT HAS NO CARD (SENT TO THE DEFAULT)
020400*----------------------------------------------------------------
020500 01  WS-REGION-COUNT              PIC 9(03) VALUE ZERO.
020600 01  WS-REGION-MAX                PIC 9(03) VALUE 100.
020700 01  WS-REGION-TABLE.
020800     05 WS-REGION-ENTRY           OCCURS 100 TIMES.
020900        10 RT-REGION-CODE         PIC X(04).
021000        10 RT-PARTITION           PIC 9(01).
021100        10 RT-SOURCE              PIC X(07).
021200        10 RT-HIKES               PIC 9(07).
021300 01  WS-R                         PIC 9(03) VALUE ZERO.
021400 01  WS-REGION-INDEX              PIC 9(03) VALUE ZERO.
021500
021600*----------------------------------------------------------------
021700*    PARTITION TABLE
021800*----------------------------------------------------------------
021900 01  WS-DEFAULT-PARTITION         PIC 9(01) VALUE 1.
022000 01  WS-PARTITION-COUNT           PIC 9(01) VALUE 1.
022100 01  WS-PARTITION-TABLE.
022200     05 WS-PARTITION-ENTRY        OCCURS 4 TIMES.
022300        10 PT-HIKEIN-HIKES        PIC 9(07).
022400        10 PT-HIKERSUB-HIKES      PIC 9(07).
022500        10 PT-LINES               PIC 9(07).
022600 01  WS-P                         PIC 9(01) VALUE ZERO.
022700 01  WS-PART                      PIC 9(01) VALUE ZERO.
022800
022900*----------------------------------------------------------------
023000*    PER-HIKE WORK AREAS AND RUN TOTALS
023100*----------------------------------------------------------------
023200 01  WS-INPUT-LINE                PIC X(1000) VALUE SPACES.
023300 01  WS-HIKE-ID                   PIC X(08) VALUE SPACES.
023400 01  WS-HIKE-REGION               PIC X(04) VALUE SPACES.
023500 01  WS-CONT-LENGTH               PIC 9(04) VALUE ZERO.
023600 01  WS-HIKEIN-HIKES              PIC 9(07) VALUE ZERO.
023700 01  WS-HIKERSUB-HIKES            PIC 9(07) VALUE ZERO.
023800 01  WS-LINES-READ                PIC 9(07) VALUE ZERO.
023900 01  WS-LINES-WRITTEN             PIC 9(07) VALUE ZERO.
024000 01  WS-HIKES-SENT                PIC 9(07) VALUE ZERO.
024100 01  WS-NOT-ON-MASTER             PIC 9(07) VALUE ZERO.
024200 01  WS-CARDS-IGNORED             PIC 9(03) VALUE ZERO.
024300 01  WS-DROPPED-REGIONS           PIC 9(07) VALUE ZERO.
024400
024500*----------------------------------------------------------------
024600*    REPORT WORK AREAS
024700*----------------------------------------------------------------
024800 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
024900 01  WS-RUN-DATE-EDIT.
025000     05 WS-RD-YEAR                PIC 9(04).
025100     05 FILLER                    PIC X(01) VALUE "-".
025200     05 WS-RD-MONTH               PIC 9(02).
025300     05 FILLER                    PIC X(01) VALUE "-".
025400     05 WS-RD-DAY                 PIC 9(02).
025500
025600 01  WS-REPORT-HEADING-1.
025700     05 FILLER                    PIC X(20) VALUE "HIKESPLT".
025800     05 FILLER                    PIC X(34)
025900            VALUE "REGION PARTITION SPLIT REPORT".
026000     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
026100     05 RH1-RUN-DATE              PIC X(10).
026200
026300 01  WS-REGION-HEADING.
026400     05 FILLER                    PIC X(08) VALUE "REGION".
026500     05 FILLER                    PIC X(11) VALUE "PARTITION".
026600     05 FILLER                    PIC X(10) VALUE "ROUTED BY".
026700     05 FILLER                    PIC X(07) VALUE "HIKES".
026800
026900 01  WS-REGION-DETAIL.
027000     05 RR-REGION-CODE            PIC X(04).
027100     05 FILLER                    PIC X(08) VALUE SPACES.
027200     05 RR-PARTITION              PIC 9(01).
027300     05 FILLER                    PIC X(06) VALUE SPACES.
027400     05 RR-SOURCE                 PIC X(07).
027500     05 FILLER                    PIC X(03) VALUE SPACES.
027600     05 RR-HIKES                  PIC Z(06)9.
027700
027800 01  WS-PARTITION-HEADING.
027900     05 FILLER                    PIC X(11) VALUE "PARTITION".
028000     05 FILLER                    PIC X(14) VALUE "HIKEIN HIKES".
028100     05 FILLER                    PIC X(16)
028200            VALUE "HIKERSUB HIKES".
028300     05 FILLER                    PIC X(10) VALUE "LINES".
028400
028500 01  WS-PARTITION-DETAIL.
028600     05 FILLER                    PIC X(04) VALUE SPACES.
028700     05 PR-PARTITION              PIC 9(01).
028800     05 FILLER                    PIC X(09) VALUE SPACES.
028900     05 PR-HIKEIN-HIKES           PIC Z(06)9.
029000     05 FILLER                    PIC X(09) VALUE SPACES.
029100     05 PR-HIKERSUB-HIKES         PIC Z(06)9.
029200     05 FILLER                    PIC X(03) VALUE SPACES.
029300     05 PR-LINES                  PIC Z(06)9.
029400
029500 01  WS-COUNT-LINE.
029600     05 CL-CAPTION                PIC X(32).
029700     05 CL-COUNT                  PIC Z(06)9.
029800
029900 01  WS-BALANCE-LINE.
030000     05 BL-CAPTION                PIC X(44).
030100     05 BL-RESULT                 PIC X(24).
030200
030300 PROCEDURE DIVISION.
030400*----------------------------------------------------------------
030500*    0000-MAINLINE
030600*----------------------------------------------------------------
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     PERFORM 2000-SPLIT-ONE-HIKE THRU 2000-EXIT
031000         UNTIL WS-SOURCE-AT-END.
031100     MOVE "R" TO WS-SOURCE-SWITCH.
031200     SET WS-SOURCE-HAS-LINE TO TRUE.
031300     PERFORM 2000-SPLIT-ONE-HIKE THRU 2000-EXIT
031400         UNTIL WS-SOURCE-AT-END.
031500     PERFORM 5000-WRITE-SPLIT-COUNTS THRU 5000-EXIT.
031600     PERFORM 5100-PRINT-REPORT THRU 5100-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031800     STOP RUN.
031900
032000*----------------------------------------------------------------
032100*    1000-INITIALIZE - LOAD THE REGION CARDS AND OPEN FILES
032200*----------------------------------------------------------------
032300 1000-INITIALIZE.
032400     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
032500     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
032600     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
032700     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
032800     PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
032900        MOVE ZERO TO PT-HIKEIN-HIKES(WS-P)
033000        MOVE ZERO TO PT-HIKERSUB-HIKES(WS-P)
033100        MOVE ZERO TO PT-LINES(WS-P)
033200     END-PERFORM.
033300     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
033400     OPEN INPUT HIKEIN.
033500     IF WS-HIKEIN-STATUS NOT = "00"
033600        MOVE "HIKEIN" TO WS-ABEND-FILE-ID
033700        MOVE WS-HIKEIN-STATUS TO WS-ABEND-STATUS
033800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
033900     END-IF.
034000     OPEN INPUT HIKERSUB.
034100     IF WS-HIKERSUB-STATUS NOT = "00"
034200        AND WS-HIKERSUB-STATUS NOT = "05"
034300        MOVE "HIKERSUB" TO WS-ABEND-FILE-ID
034400        MOVE WS-HIKERSUB-STATUS TO WS-ABEND-STATUS
034500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
034600     END-IF.
034700     OPEN INPUT TRAILMST.
034800     IF WS-TRAILMST-STATUS NOT = "00"
034900        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
035000        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
035100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
035200     END-IF.
035300     PERFORM VARYING WS-P FROM 1 BY 1
035400           UNTIL WS-P > WS-PARTITION-COUNT
035500        PERFORM 1200-OPEN-PARTITION THRU 1200-EXIT
035600     END-PERFORM.
035700     OPEN OUTPUT SPLTCNT.
035800     IF WS-SPLTCNT-STATUS NOT = "00"
035900        AND WS-SPLTCNT-STATUS NOT = "05"
036000        MOVE "SPLTCNT" TO WS-ABEND-FILE-ID
036100        MOVE WS-SPLTCNT-STATUS TO WS-ABEND-STATUS
036200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
036300     END-IF.
036400     OPEN OUTPUT SPLTRPT.
036500     IF WS-SPLTRPT-STATUS NOT = "00"
036600        AND WS-SPLTRPT-STATUS NOT = "05"
036700        MOVE "SPLTRPT" TO WS-ABEND-FILE-ID
036800        MOVE WS-SPLTRPT-STATUS TO WS-ABEND-STATUS
036900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
037000     END-IF.
037100 1000-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------
037500*    1100-LOAD-CONTROL-CARDS - BUILD THE REGION TABLE FROM
037600*                              SPLTCTL.  A CARD WITH A PARTITION
037700*                              OUTSIDE 1-4 IS IGNORED AND
037800*                              COUNTED ON THE REPORT.
037900*----------------------------------------------------------------
038000 1100-LOAD-CONTROL-CARDS.
038100     OPEN INPUT SPLTCTL.
038200     PERFORM 1110-READ-CONTROL-CARD THRU 1110-EXIT
038300         UNTIL WS-CTL-END-OF-FILE.
038400     CLOSE SPLTCTL.
038500     IF WS-DEFAULT-PARTITION > WS-PARTITION-COUNT
038600        MOVE WS-DEFAULT-PARTITION TO WS-PARTITION-COUNT
038700     END-IF.
038800 1100-EXIT.
038900     EXIT.
039000
039100 1110-READ-CONTROL-CARD.
039200     READ SPLTCTL
039300         AT END
039400             SET WS-CTL-END-OF-FILE TO TRUE
039500     END-READ.
039600     IF WS-CTL-END-OF-FILE
039700        GO TO 1110-EXIT
039800     END-IF.
039900     IF SP-CONTROL-RECORD = SPACES
040000        GO TO 1110-EXIT
040100     END-IF.
040200     IF SP-PARTITION NOT NUMERIC
040300        OR SP-PARTITION < 1 OR SP-PARTITION > 4
040400        OR SP-REGION-CODE = SPACES
040500        DISPLAY "HIKESPLT: SPLTCTL CARD IGNORED - "
040600            SP-CONTROL-RECORD
040700        ADD 1 TO WS-CARDS-IGNORED
040800        GO TO 1110-EXIT
040900     END-IF.
041000     IF SP-PARTITION > WS-PARTITION-COUNT
041100        MOVE SP-PARTITION TO WS-PARTITION-COUNT
041200     END-IF.
041300     IF SP-REGION-CODE = "****"
041400        MOVE SP-PARTITION TO WS-DEFAULT-PARTITION
041500        GO TO 1110-EXIT
041600     END-IF.
041700     IF WS-REGION-COUNT >= WS-REGION-MAX
041800        DISPLAY "HIKESPLT: REGION TABLE FULL - CARD IGNORED - "
041900            SP-CONTROL-RECORD
042000        ADD 1 TO WS-CARDS-IGNORED
042100        GO TO 1110-EXIT
042200     END-IF.
042300     ADD 1 TO WS-REGION-COUNT.
042400     MOVE SP-REGION-CODE TO RT-REGION-CODE(WS-REGION-COUNT).
042500     MOVE SP-PARTITION TO RT-PARTITION(WS-REGION-COUNT).
042600     MOVE "SPLTCTL" TO RT-SOURCE(WS-REGION-COUNT).
042700     MOVE ZERO TO RT-HIKES(WS-REGION-COUNT).
042800 1110-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------
043200*    1200-OPEN-PARTITION - OPEN THE HIKEIN AND HIKERSUB PIECES
043300*                          FOR PARTITION WS-P
043400*----------------------------------------------------------------
043500 1200-OPEN-PARTITION.
043600     IF WS-P = 1
043700        MOVE "HIKEIN1" TO WS-ABEND-FILE-ID
043800        OPEN OUTPUT HIKEIN1
043900     END-IF.
044000     IF WS-P = 2
044100        MOVE "HIKEIN2" TO WS-ABEND-FILE-ID
044200        OPEN OUTPUT HIKEIN2
044300     END-IF.
044400     IF WS-P = 3
044500        MOVE "HIKEIN3" TO WS-ABEND-FILE-ID
044600        OPEN OUTPUT HIKEIN3
044700     END-IF.
044800     IF WS-P = 4
044900        MOVE "HIKEIN4" TO WS-ABEND-FILE-ID
045000        OPEN OUTPUT HIKEIN4
045100     END-IF.
045200     IF WS-PIECE-STATUS NOT = "00"
045300        AND WS-PIECE-STATUS NOT = "05"
045400        MOVE WS-PIECE-STATUS TO WS-ABEND-STATUS
045500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
045600     END-IF.
045700     IF WS-P = 1
045800        MOVE "HIKERSB1" TO WS-ABEND-FILE-ID
045900        OPEN OUTPUT HIKERSB1
046000     END-IF.
046100     IF WS-P = 2
046200        MOVE "HIKERSB2" TO WS-ABEND-FILE-ID
046300        OPEN OUTPUT HIKERSB2
046400     END-IF.
046500     IF WS-P = 3
046600        MOVE "HIKERSB3" TO WS-ABEND-FILE-ID
046700        OPEN OUTPUT HIKERSB3
046800     END-IF.
046900     IF WS-P = 4
047000        MOVE "HIKERSB4" TO WS-ABEND-FILE-ID
047100        OPEN OUTPUT HIKERSB4
047200     END-IF.
047300     IF WS-PIECE-STATUS NOT = "00"
047400        AND WS-PIECE-STATUS NOT = "05"
047500        MOVE WS-PIECE-STATUS TO WS-ABEND-STATUS
047600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
047700     END-IF.
047800 1200-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------
048200*    2000-SPLIT-ONE-HIKE - READ A HEADER LINE, CHOOSE ITS
048300*                          PARTITION AND COPY THE HEADER, ITS
048400*                          DATA LINE AND ANY CONTINUATION LINES
048500*                          THERE.  A HEADER AT END OF FILE IS
048600*                          COPIED ALONE, AS HOTHIKE WILL REJECT
048700*                          IT THE SAME WAY IN ANY PARTITION.
048800*----------------------------------------------------------------
048900 2000-SPLIT-ONE-HIKE.
049000     PERFORM 3000-READ-SOURCE-LINE THRU 3000-EXIT.
049100     IF WS-SOURCE-AT-END
049200        GO TO 2000-EXIT
049300     END-IF.
049400     PERFORM 2100-CHOOSE-PARTITION THRU 2100-EXIT.
049500     ADD 1 TO WS-HIKES-SENT.
049600     IF WS-READING-HIKEIN
049700        ADD 1 TO WS-HIKEIN-HIKES
049800        ADD 1 TO PT-HIKEIN-HIKES(WS-PART)
049900     ELSE
050000        ADD 1 TO WS-HIKERSUB-HIKES
050100        ADD 1 TO PT-HIKERSUB-HIKES(WS-PART)
050200     END-IF.
050300     PERFORM 2300-WRITE-PIECE-LINE THRU 2300-EXIT.
050400     PERFORM 3000-READ-SOURCE-LINE THRU 3000-EXIT.
050500     IF WS-SOURCE-AT-END
050600        GO TO 2000-EXIT
050700     END-IF.
050800     PERFORM 2300-WRITE-PIECE-LINE THRU 2300-EXIT.
050900     PERFORM 2400-CHECK-CONTINUATION THRU 2400-EXIT.
051000     PERFORM 2200-COPY-CONTINUATION THRU 2200-EXIT
051100         UNTIL WS-LINE-ENDS-HIKE.
051200 2000-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600*    2100-CHOOSE-PARTITION - LOOK UP THE HIKE'S TRAIL ON TRAILMST
051700*                            AND ITS REGION IN THE REGION TABLE
051800*----------------------------------------------------------------
051900 2100-CHOOSE-PARTITION.
052000     MOVE WS-DEFAULT-PARTITION TO WS-PART.
052100     MOVE SPACES TO WS-HIKE-ID.
052200     MOVE SPACES TO WS-HIKE-REGION.
052300     UNSTRING WS-INPUT-LINE DELIMITED BY ALL SPACE
052400         INTO WS-HIKE-ID
052500     END-UNSTRING.
052600     IF WS-HIKE-ID = SPACES
052700        ADD 1 TO WS-NOT-ON-MASTER
052800        GO TO 2100-EXIT
052900     END-IF.
053000     MOVE WS-HIKE-ID TO TM-TRAIL-ID.
053100     READ TRAILMST
053200         INVALID KEY
053300             ADD 1 TO WS-NOT-ON-MASTER
053400             GO TO 2100-EXIT
053500     END-READ.
053600     IF WS-TRAILMST-STATUS NOT = "00"
053700        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
053800        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
053900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
054000     END-IF.
054100     MOVE TM-REGION-CODE TO WS-HIKE-REGION.
054200     MOVE ZERO TO WS-REGION-INDEX.
054300     PERFORM VARYING WS-R FROM 1 BY 1
054400           UNTIL WS-R > WS-REGION-COUNT
054500        IF RT-REGION-CODE(WS-R) = WS-HIKE-REGION
054600           AND WS-REGION-INDEX = 0
054700           MOVE WS-R TO WS-REGION-INDEX
054800        END-IF
054900     END-PERFORM.
055000     IF WS-REGION-INDEX = 0
055100        IF WS-REGION-COUNT >= WS-REGION-MAX
055200           ADD 1 TO WS-DROPPED-REGIONS
055300           GO TO 2100-EXIT
055400        END-IF
055500        ADD 1 TO WS-REGION-COUNT
055600        MOVE WS-REGION-COUNT TO WS-REGION-INDEX
055700        MOVE WS-HIKE-REGION TO RT-REGION-CODE(WS-REGION-INDEX)
055800        MOVE WS-DEFAULT-PARTITION TO RT-PARTITION(WS-REGION-INDEX)
055900        MOVE "DEFAULT" TO RT-SOURCE(WS-REGION-INDEX)
056000        MOVE ZERO TO RT-HIKES(WS-REGION-INDEX)
056100     END-IF.
056200     MOVE RT-PARTITION(WS-REGION-INDEX) TO WS-PART.
056300     ADD 1 TO RT-HIKES(WS-REGION-INDEX).
056400 2100-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------------
056800*    2200-COPY-CONTINUATION - COPY THE NEXT LINE OF A CONTINUED
056900*                             DATA LINE.  END OF FILE HERE ENDS
057000*                             THE HIKE; HOTHIKE REJECTS IT.
057100*----------------------------------------------------------------
057200 2200-COPY-CONTINUATION.
057300     PERFORM 3000-READ-SOURCE-LINE THRU 3000-EXIT.
057400     IF WS-SOURCE-AT-END
057500        SET WS-LINE-ENDS-HIKE TO TRUE
057600        GO TO 2200-EXIT
057700     END-IF.
057800     PERFORM 2300-WRITE-PIECE-LINE THRU 2300-EXIT.
057900     PERFORM 2400-CHECK-CONTINUATION THRU 2400-EXIT.
058000 2200-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------
058400*    2300-WRITE-PIECE-LINE - WRITE WS-INPUT-LINE TO THE PIECE OF
058500*                            PARTITION WS-PART FOR THE CURRENT
058600*                            INPUT FILE
058700*----------------------------------------------------------------
058800 2300-WRITE-PIECE-LINE.
058900     IF WS-READING-HIKEIN
059000        PERFORM 2310-WRITE-HIKEIN-PIECE THRU 2310-EXIT
059100     ELSE
059200        PERFORM 2320-WRITE-HIKERSUB-PIECE THRU 2320-EXIT
059300     END-IF.
059400     IF WS-PIECE-STATUS NOT = "00"
059500        MOVE WS-PIECE-STATUS TO WS-ABEND-STATUS
059600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
059700     END-IF.
059800     ADD 1 TO PT-LINES(WS-PART).
059900     ADD 1 TO WS-LINES-WRITTEN.
060000 2300-EXIT.
060100     EXIT.
060200
060300 2310-WRITE-HIKEIN-PIECE.
060400     IF WS-PART = 1
060500        MOVE "HIKEIN1" TO WS-ABEND-FILE-ID
060600        WRITE I1-PIECE-RECORD FROM WS-INPUT-LINE
060700     END-IF.
060800     IF WS-PART = 2
060900        MOVE "HIKEIN2" TO WS-ABEND-FILE-ID
061000        WRITE I2-PIECE-RECORD FROM WS-INPUT-LINE
061100     END-IF.
061200     IF WS-PART = 3
061300        MOVE "HIKEIN3" TO WS-ABEND-FILE-ID
061400        WRITE I3-PIECE-RECORD FROM WS-INPUT-LINE
061500     END-IF.
061600     IF WS-PART = 4
061700        MOVE "HIKEIN4" TO WS-ABEND-FILE-ID
061800        WRITE I4-PIECE-RECORD FROM WS-INPUT-LINE
061900     END-IF.
062000 2310-EXIT.
062100     EXIT.
062200
062300 2320-WRITE-HIKERSUB-PIECE.
062400     IF WS-PART = 1
062500        MOVE "HIKERSB1" TO WS-ABEND-FILE-ID
062600        WRITE R1-PIECE-RECORD FROM WS-INPUT-LINE
062700     END-IF.
062800     IF WS-PART = 2
062900        MOVE "HIKERSB2" TO WS-ABEND-FILE-ID
063000        WRITE R2-PIECE-RECORD FROM WS-INPUT-LINE
063100     END-IF.
063200     IF WS-PART = 3
063300        MOVE "HIKERSB3" TO WS-ABEND-FILE-ID
063400        WRITE R3-PIECE-RECORD FROM WS-INPUT-LINE
063500     END-IF.
063600     IF WS-PART = 4
063700        MOVE "HIKERSB4" TO WS-ABEND-FILE-ID
063800        WRITE R4-PIECE-RECORD FROM WS-INPUT-LINE
063900     END-IF.
064000 2320-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------------
064400*    2400-CHECK-CONTINUATION - A LONE "&" AS THE LAST TOKEN OF
064500*                              WS-INPUT-LINE MEANS THE HIKE GOES
064600*                              ON TO THE NEXT LINE
064700*----------------------------------------------------------------
064800 2400-CHECK-CONTINUATION.
064900     SET WS-LINE-ENDS-HIKE TO TRUE.
065000     IF WS-INPUT-LINE = SPACES
065100        GO TO 2400-EXIT
065200     END-IF.
065300     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-LINE, TRAILING))
065400         TO WS-CONT-LENGTH.
065500     IF WS-INPUT-LINE(WS-CONT-LENGTH:1) NOT = "&"
065600        GO TO 2400-EXIT
065700     END-IF.
065800     IF WS-CONT-LENGTH > 1
065900        IF WS-INPUT-LINE(WS-CONT-LENGTH - 1:1) NOT = SPACE
066000           GO TO 2400-EXIT
066100        END-IF
066200     END-IF.
066300     SET WS-LINE-CONTINUES TO TRUE.
066400 2400-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------
066800*    3000-READ-SOURCE-LINE - READ ONE LINE FROM WHICHEVER INPUT
066900*                            FILE IS CURRENT
067000*----------------------------------------------------------------
067100 3000-READ-SOURCE-LINE.
067200     IF WS-READING-HIKEIN
067300        READ HIKEIN
067400            AT END
067500                SET WS-SOURCE-AT-END TO TRUE
067600        END-READ
067700        IF NOT WS-SOURCE-AT-END
067800           IF WS-HIKEIN-STATUS NOT = "00"
067900              MOVE "HIKEIN" TO WS-ABEND-FILE-ID
068000              MOVE WS-HIKEIN-STATUS TO WS-ABEND-STATUS
068100              PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
068200           END-IF
068300           MOVE HK-INPUT-RECORD TO WS-INPUT-LINE
068400        END-IF
068500     ELSE
068600        READ HIKERSUB
068700            AT END
068800                SET WS-SOURCE-AT-END TO TRUE
068900        END-READ
069000        IF NOT WS-SOURCE-AT-END
069100           IF WS-HIKERSUB-STATUS NOT = "00"
069200              MOVE "HIKERSUB" TO WS-ABEND-FILE-ID
069300              MOVE WS-HIKERSUB-STATUS TO WS-ABEND-STATUS
069400              PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
069500           END-IF
069600           MOVE RS-INPUT-RECORD TO WS-INPUT-LINE
069700        END-IF
069800     END-IF.
069900     IF NOT WS-SOURCE-AT-END
070000        ADD 1 TO WS-LINES-READ
070100     END-IF.
070200 3000-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------------
070600*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
070700*----------------------------------------------------------------
070800 3100-WRITE-REPORT-LINE.
070900     WRITE SR-REPORT-LINE.
071000     IF WS-SPLTRPT-STATUS NOT = "00"
071100        MOVE "SPLTRPT" TO WS-ABEND-FILE-ID
071200        MOVE WS-SPLTRPT-STATUS TO WS-ABEND-STATUS
071300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
071400     END-IF.
071500 3100-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------------
071900*    5000-WRITE-SPLIT-COUNTS - ONE SPLTCNT RECORD PER PARTITION
072000*                              FOR THE HIKEMRGE BALANCING STEP
072100*----------------------------------------------------------------
072200 5000-WRITE-SPLIT-COUNTS.
072300     PERFORM VARYING WS-P FROM 1 BY 1
072400           UNTIL WS-P > WS-PARTITION-COUNT
072500        MOVE SPACES TO SC-COUNT-RECORD
072600        MOVE WS-RUN-DATE TO SC-RUN-DATE
072700        MOVE WS-P TO SC-PARTITION
072800        MOVE PT-HIKEIN-HIKES(WS-P) TO SC-HIKEIN-HIKES
072900        MOVE PT-HIKERSUB-HIKES(WS-P) TO SC-HIKERSUB-HIKES
073000        MOVE PT-LINES(WS-P) TO SC-LINES
073100        WRITE SC-COUNT-RECORD
073200        IF WS-SPLTCNT-STATUS NOT = "00"
073300           MOVE "SPLTCNT" TO WS-ABEND-FILE-ID
073400           MOVE WS-SPLTCNT-STATUS TO WS-ABEND-STATUS
073500           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
073600        END-IF
073700     END-PERFORM.
073800 5000-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------------
074200*    5100-PRINT-REPORT - REGIONS ROUTED, HIKES PER PARTITION AND
074300*                        THE SPLIT'S OWN BALANCE
074400*----------------------------------------------------------------
074500 5100-PRINT-REPORT.
074600     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
074700     MOVE WS-REPORT-HEADING-1 TO SR-REPORT-LINE.
074800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074900     MOVE SPACES TO SR-REPORT-LINE.
075000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
075100     MOVE WS-REGION-HEADING TO SR-REPORT-LINE.
075200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
075300     PERFORM VARYING WS-R FROM 1 BY 1
075400           UNTIL WS-R > WS-REGION-COUNT
075500        MOVE SPACES TO WS-REGION-DETAIL
075600        MOVE RT-REGION-CODE(WS-R) TO RR-REGION-CODE
075700        MOVE RT-PARTITION(WS-R) TO RR-PARTITION
075800        MOVE RT-SOURCE(WS-R) TO RR-SOURCE
075900        MOVE RT-HIKES(WS-R) TO RR-HIKES
076000        MOVE WS-REGION-DETAIL TO SR-REPORT-LINE
076100        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
076200     END-PERFORM.
076300     MOVE SPACES TO SR-REPORT-LINE.
076400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
076500     MOVE WS-PARTITION-HEADING TO SR-REPORT-LINE.
076600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
076700     PERFORM VARYING WS-P FROM 1 BY 1
076800           UNTIL WS-P > WS-PARTITION-COUNT
076900        MOVE SPACES TO WS-PARTITION-DETAIL
077000        MOVE WS-P TO PR-PARTITION
077100        MOVE PT-HIKEIN-HIKES(WS-P) TO PR-HIKEIN-HIKES
077200        MOVE PT-HIKERSUB-HIKES(WS-P) TO PR-HIKERSUB-HIKES
077300        MOVE PT-LINES(WS-P) TO PR-LINES
077400        MOVE WS-PARTITION-DETAIL TO SR-REPORT-LINE
077500        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
077600     END-PERFORM.
077700     MOVE SPACES TO SR-REPORT-LINE.
077800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
077900     MOVE "HIKES IN HIKEIN" TO CL-CAPTION.
078000     MOVE WS-HIKEIN-HIKES TO CL-COUNT.
078100     MOVE WS-COUNT-LINE TO SR-REPORT-LINE.
078200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
078300     MOVE "HIKES IN HIKERSUB" TO CL-CAPTION.
078400     MOVE WS-HIKERSUB-HIKES TO CL-COUNT.
078500     MOVE WS-COUNT-LINE TO SR-REPORT-LINE.
078600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
078700     MOVE "HIKES NOT ON TRAIL MASTER" TO CL-CAPTION.
078800     MOVE WS-NOT-ON-MASTER TO CL-COUNT.
078900     MOVE WS-COUNT-LINE TO SR-REPORT-LINE.
079000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
079100     MOVE "LINES READ" TO CL-CAPTION.
079200     MOVE WS-LINES-READ TO CL-COUNT.
079300     MOVE WS-COUNT-LINE TO SR-REPORT-LINE.
079400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
079500     MOVE "LINES WRITTEN" TO CL-CAPTION.
079600     MOVE WS-LINES-WRITTEN TO CL-COUNT.
079700     MOVE WS-COUNT-LINE TO SR-REPORT-LINE.
079800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
079900     IF WS-CARDS-IGNORED > 0
080000        MOVE "SPLTCTL CARDS IGNORED" TO CL-CAPTION
080100        MOVE WS-CARDS-IGNORED TO CL-COUNT
080200        MOVE WS-COUNT-LINE TO SR-REPORT-LINE
080300        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
080400     END-IF.
080500     MOVE SPACES TO SR-REPORT-LINE.
080600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
080700     MOVE "LINES READ = LINES WRITTEN" TO BL-CAPTION.
080800     IF WS-LINES-READ = WS-LINES-WRITTEN
080900        MOVE "IN BALANCE" TO BL-RESULT
081000     ELSE
081100        MOVE "*** OUT OF BALANCE ***" TO BL-RESULT
081200        MOVE 8 TO RETURN-CODE
081300     END-IF.
081400     MOVE WS-BALANCE-LINE TO SR-REPORT-LINE.
081500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
081600 5100-EXIT.
081700     EXIT.
081800
081900*----------------------------------------------------------------
082000*    9000-TERMINATE - CLOSE FILES
082100*----------------------------------------------------------------
082200 9000-TERMINATE.
082300     IF WS-DROPPED-REGIONS > 0
082400        DISPLAY "HIKESPLT: REGION TABLE FULL - "
082500            WS-DROPPED-REGIONS " HIKES SENT TO THE DEFAULT"
082600            " PARTITION WITHOUT A REGION ENTRY"
082700     END-IF.
082800     CLOSE HIKEIN.
082900     CLOSE HIKERSUB.
083000     CLOSE TRAILMST.
083100     PERFORM VARYING WS-P FROM 1 BY 1
083200           UNTIL WS-P > WS-PARTITION-COUNT
083300        PERFORM 9100-CLOSE-PARTITION THRU 9100-EXIT
083400     END-PERFORM.
083500     CLOSE SPLTCNT.
083600     CLOSE SPLTRPT.
083700     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
083800 9000-EXIT.
083900     EXIT.
084000
084100 9100-CLOSE-PARTITION.
084200     IF WS-P = 1
084300        CLOSE HIKEIN1
084400        CLOSE HIKERSB1
084500     END-IF.
084600     IF WS-P = 2
084700        CLOSE HIKEIN2
084800        CLOSE HIKERSB2
084900     END-IF.
085000     IF WS-P = 3
085100        CLOSE HIKEIN3
085200        CLOSE HIKERSB3
085300     END-IF.
085400     IF WS-P = 4
085500        CLOSE HIKEIN4
085600        CLOSE HIKERSB4
085700     END-IF.
085800 9100-EXIT.
085900     EXIT.
086000
086100*----------------------------------------------------------------
086200*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
086300*                           JOBSTATE FILE AFTER CONFIRMING
086400*                           THE PREDECESSOR COMPLETED CLEAN
086500*----------------------------------------------------------------
086600 8500-STAMP-JOB-START.
086700     IF WS-RUN-DATE = 0
086800        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
086900     END-IF.
087000     OPEN I-O JOBSTATE.
087100     IF WS-JOBSTATE-STATUS NOT = "00"
087200        AND WS-JOBSTATE-STATUS NOT = "05"
087300        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
087400        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
087500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
087600     END-IF.
087700     PERFORM 8700-CHECK-PREDECESSOR THRU 8700-EXIT.
087800     ACCEPT WS-STAMP-TIME FROM TIME.
087900     MOVE "HIKESPLT" TO JS-PROGRAM-ID.
088000     MOVE WS-RUN-DATE TO JS-RUN-DATE.
088100     READ JOBSTATE
088200         INVALID KEY
088300             MOVE "HIKESPLT" TO JS-PROGRAM-ID
088400             MOVE WS-RUN-DATE TO JS-RUN-DATE
088500             MOVE WS-STAMP-TIME TO JS-START-TIME
088600             MOVE ZERO TO JS-END-TIME
088700             MOVE 99 TO JS-RETURN-CODE
088800             MOVE "N" TO JS-COMPLETE-FLAG
088900             WRITE JS-STATE-RECORD
089000         NOT INVALID KEY
089100             MOVE WS-STAMP-TIME TO JS-START-TIME
089200             MOVE ZERO TO JS-END-TIME
089300             MOVE 99 TO JS-RETURN-CODE
089400             MOVE "N" TO JS-COMPLETE-FLAG
089500             REWRITE JS-STATE-RECORD
089600     END-READ.
089700     IF WS-JOBSTATE-STATUS NOT = "00"
089800        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
089900        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
090000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
090100     END-IF.
090200 8500-EXIT.
090300     EXIT.
090400
090500*----------------------------------------------------------------
090600*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
090700*                         RETURN CODE
090800*----------------------------------------------------------------
090900 8600-STAMP-JOB-END.
091000     ACCEPT WS-STAMP-TIME FROM TIME.
091100     MOVE "HIKESPLT" TO JS-PROGRAM-ID.
091200     MOVE WS-RUN-DATE TO JS-RUN-DATE.
091300     READ JOBSTATE
091400         INVALID KEY
091500             CONTINUE
091600         NOT INVALID KEY
091700             MOVE WS-STAMP-TIME TO JS-END-TIME
091800             MOVE RETURN-CODE TO JS-RETURN-CODE
091900             MOVE "Y" TO JS-COMPLETE-FLAG
092000             REWRITE JS-STATE-RECORD
092100     END-READ.
092200     CLOSE JOBSTATE.
092300 8600-EXIT.
092400     EXIT.
092500
092600*----------------------------------------------------------------
092700*    8700-CHECK-PREDECESSOR - REFUSE TO START UNLESS THE
092800*                             PREDECESSOR COMPLETED CLEAN FOR
092900*                             THE SAME RUN DATE
093000*----------------------------------------------------------------
093100 8700-CHECK-PREDECESSOR.
093200     MOVE WS-PREDECESSOR-ID TO JS-PROGRAM-ID.
093300     MOVE WS-RUN-DATE TO JS-RUN-DATE.
093400     READ JOBSTATE
093500         INVALID KEY
093600             PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
093700     END-READ.
093800     IF NOT JS-RUN-COMPLETE
093900        OR JS-RETURN-CODE NOT = ZERO
094000        PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
094100     END-IF.
094200 8700-EXIT.
094300     EXIT.
094400
094500 8710-HOLD-THE-JOB.
094600     DISPLAY "HIKESPLT: PREDECESSOR " WS-PREDECESSOR-ID
094700         " HAS NOT COMPLETED CLEAN FOR RUN DATE " WS-RUN-DATE
094800         " - JOB NOT STARTED".
094900     CLOSE JOBSTATE.
095000     MOVE 8 TO RETURN-CODE.
095100     STOP RUN.
095200 8710-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------
095600*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
095700*----------------------------------------------------------------
095800 9990-ABEND-ON-FILE-ERROR.
095900     DISPLAY "HIKESPLT: I/O ERROR ON " WS-ABEND-FILE-ID
096000         " - FILE STATUS = " WS-ABEND-STATUS.
096100     MOVE 16 TO RETURN-CODE.
096200     STOP RUN.
096300 9990-EXIT.
096400     EXIT.
