000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKESITE.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  MONTHLY COLLECTOR SITE
001300*                      SCORECARD.  FOR EVERY SUBMITTING SITE IT
001400*                      SHOWS THE BATCHES RECEIVED AND REJECTED
001500*                      WHOLE BY HIKEEDIT (BTCHLOG), THE HIKES
001600*                      SCORED (HIKEAUD), THE HIKES REJECTED
001700*                      BROKEN DOWN BY REASON CODE (HIKEERR) AND
001800*                      THE HIKEFIX RESUBMISSION CYCLES (HIKECYC),
001900*                      SIDE BY SIDE SO ONE COLLECTOR'S NUMBERS
002000*                      CAN BE READ AGAINST THE OTHER SITES'.
002100*----------------------------------------------------------------
002200*
002300*    SITECTL CARD LAYOUT (NO CARD REPORTS EVERY RECORD ON FILE):
002400*        COLS 1-6  REPORT MONTH (YYYYMM)
002500*
002600*    THE SITE COMES FROM THE "BH" ENVELOPE RECORD VIA HIKEEDIT.
002700*    RECORDS WRITTEN BEFORE THE SITE WAS CARRIED, OR FOR HIKES
002800*    THAT ARRIVED WITHOUT ONE, ARE REPORTED UNDER "(NONE)".
002900*    THE HIKEFIX CYCLES FOR A SITE ARE THE HIKECYC COUNTS OF THE
003000*    DISTINCT HIKE IDS THE SITE HAD REJECTED IN THE MONTH.
003020*    A HIKEEDIT RERUN LOGS ITS BATCH AGAIN, SO A BTCHLOG RECORD
003040*    WITH THE SAME RUN DATE, SUBMIT DATE AND SITE AS THE RECORD
003060*    BEFORE IT IS NOT COUNTED A SECOND TIME.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL BTCHLOG ASSIGN TO "BTCHLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BTCHLOG-STATUS.
003800     SELECT OPTIONAL HIKEAUD ASSIGN TO "HIKEAUD"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-HIKEAUD-STATUS.
004100     SELECT OPTIONAL HIKEERR ASSIGN TO "HIKEERR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HIKEERR-STATUS.
004400     SELECT OPTIONAL HIKECYC ASSIGN TO "HIKECYC"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CY-HIKE-ID
004800         FILE STATUS IS WS-HIKECYC-STATUS.
004900     SELECT OPTIONAL SITECTL ASSIGN TO "SITECTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SITECTL-STATUS.
005200     SELECT OPTIONAL SITERPT ASSIGN TO "SITERPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SITERPT-STATUS.
005500
005600     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS JS-STATE-KEY
006000         FILE STATUS IS WS-JOBSTATE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BTCHLOG.
006400 01  BL-BATCH-LOG-RECORD.
006500     05 BL-RUN-DATE               PIC X(08).
006600     05 FILLER                    PIC X(01).
006700     05 BL-SUBMIT-DATE            PIC X(08).
006800     05 FILLER                    PIC X(01).
006900     05 BL-SITE-ID                PIC X(08).
007000     05 FILLER                    PIC X(01).
007100     05 BL-VERDICT                PIC X(01).
007200     05 FILLER                    PIC X(01).
007300     05 BL-HIKES-EXPECTED         PIC X(07).
007400     05 FILLER                    PIC X(01).
007500     05 BL-HIKES-FOUND            PIC X(07).
007600     05 FILLER                    PIC X(01).
007700     05 BL-REASON                 PIC X(60).
007800
007900 FD  HIKEAUD.
008000 01  AU-AUDIT-RECORD.
008100     05 AU-TS-DATE                PIC X(08).
008200     05 FILLER                    PIC X(01).
008300     05 AU-TS-TIME                PIC X(08).
008400     05 FILLER                    PIC X(02).
008500     05 AU-HIKE-NBR               PIC X(07).
008600     05 FILLER                    PIC X(02).
008700     05 AU-HIKE-ID                PIC X(08).
008800     05 FILLER                    PIC X(02).
008900     05 AU-POSITION               PIC X(04).
009000     05 FILLER                    PIC X(02).
009100     05 AU-VALUE                  PIC X(06).
009200     05 FILLER                    PIC X(02).
009300     05 AU-ORIGIN                 PIC X(04).
009400     05 FILLER                    PIC X(02).
009500     05 AU-CYCLE                  PIC X(03).
009600     05 FILLER                    PIC X(02).
009700     05 AU-SITE-ID                PIC X(08).
009800     05 FILLER                    PIC X(02).
009900     05 AU-RAW-LINE               PIC X(2000).
010000
010100 FD  HIKEERR.
010200 01  HE-ERROR-RECORD.
010300     05 HE-RUN-DATE               PIC X(08).
010400     05 FILLER                    PIC X(02).
010500     05 HE-HIKE-NBR               PIC X(07).
010600     05 FILLER                    PIC X(03).
010700     05 HE-HIKE-ID                PIC X(08).
010800     05 FILLER                    PIC X(03).
010900     05 HE-REASON-CODE            PIC X(04).
011000     05 FILLER                    PIC X(02).
011100     05 HE-REASON                 PIC X(60).
011200     05 FILLER                    PIC X(02).
011300     05 HE-SITE-ID                PIC X(08).
011400
011500 FD  HIKECYC.
011600 01  CY-CYCLE-RECORD.
011700     05 CY-HIKE-ID                PIC X(08).
011800     05 CY-CYCLE-COUNT            PIC 9(03).
011900
012000 FD  SITECTL.
012100 01  SC-CONTROL-RECORD.
012200     05 SC-REPORT-MONTH           PIC X(06).
012300
012400 FD  SITERPT.
012500 01  SR-REPORT-LINE               PIC X(132).
012600
012700 FD  JOBSTATE.
012800 01  JS-STATE-RECORD.
012900     05 JS-STATE-KEY.
013000        10 JS-PROGRAM-ID          PIC X(08).
013100        10 JS-RUN-DATE            PIC 9(08).
013200     05 JS-START-TIME             PIC 9(08).
013300     05 JS-END-TIME               PIC 9(08).
013400     05 JS-RETURN-CODE            PIC 9(02).
013500     05 JS-COMPLETE-FLAG          PIC X(01).
013600        88 JS-RUN-COMPLETE                  VALUE "Y".
013700 WORKING-STORAGE SECTION.
013800*----------------------------------------------------------------
013900*    SWITCHES
014000*----------------------------------------------------------------
014100 77  WS-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
014200     88 WS-LOG-END-OF-FILE                  VALUE "Y".
014300 77  WS-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
014400     88 WS-AUD-END-OF-FILE                  VALUE "Y".
014500 77  WS-ERR-EOF-SWITCH            PIC X(01) VALUE "N".
014600     88 WS-ERR-END-OF-FILE                  VALUE "Y".
014700 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
014800     88 WS-CTL-END-OF-FILE                  VALUE "Y".
014900 77  WS-CYC-SWITCH                PIC X(01) VALUE "Y".
015000     88 WS-CYC-AVAILABLE                    VALUE "Y".
015100     88 WS-CYC-MISSING                      VALUE "N".
015200
015300*----------------------------------------------------------------
015400*    FILE STATUS AREAS
015500*----------------------------------------------------------------
015600 01  WS-BTCHLOG-STATUS            PIC X(02) VALUE "00".
015700 01  WS-HIKEAUD-STATUS            PIC X(02) VALUE "00".
015800 01  WS-HIKEERR-STATUS            PIC X(02) VALUE "00".
015900 01  WS-HIKECYC-STATUS            PIC X(02) VALUE "00".
016000 01  WS-SITECTL-STATUS            PIC X(02) VALUE "00".
016100 01  WS-SITERPT-STATUS            PIC X(02) VALUE "00".
016200 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
016300 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
016400 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
016500 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
016600
016700*----------------------------------------------------------------
016800*    SELECTION FROM THE SITECTL CARD
016900*----------------------------------------------------------------
017000 01  WS-REPORT-MONTH              PIC X(06) VALUE SPACES.
017010
017020*----------------------------------------------------------------
017030*    KEY OF THE LAST BTCHLOG RECORD READ, TO PASS OVER A RERUN
017040*----------------------------------------------------------------
017050 01  WS-PREV-BATCH.
017060     05 PB-RUN-DATE               PIC X(08) VALUE SPACES.
017070     05 PB-SUBMIT-DATE            PIC X(08) VALUE SPACES.
017080     05 PB-SITE-ID                PIC X(08) VALUE SPACES.
017100
017200*----------------------------------------------------------------
017300*    SITE SCORECARD TABLE - ONE ENTRY PER SUBMITTING SITE, EACH
017400*    WITH ITS OWN REASON-CODE BREAKDOWN
017500*----------------------------------------------------------------
017600 01  WS-SITE-COUNT                PIC 9(03) VALUE ZERO.
017700 01  WS-SITE-MAX                  PIC 9(03) VALUE 100.
017800 01  WS-SITE-TABLE.
017900     05 WS-SITE-ENTRY             OCCURS 100 TIMES.
018000        10 ST-SITE-ID             PIC X(08).
018100        10 ST-BATCHES             PIC 9(07).
018200        10 ST-BATCHES-REJECTED    PIC 9(07).
018300        10 ST-HIKES-SCORED        PIC 9(07).
018400        10 ST-HIKES-REJECTED      PIC 9(07).
018500        10 ST-RESUB-HIKES         PIC 9(07).
018600        10 ST-CYCLES              PIC 9(07).
018700        10 ST-CODE-COUNT          PIC 9(02).
018800        10 ST-CODE-ENTRY          OCCURS 20 TIMES.
018900           15 ST-REASON-CODE      PIC X(04).
019000           15 ST-CODE-REJECTS     PIC 9(07).
019100 01  WS-SWAP-SITE.
019200     05 SW-SITE-ID                PIC X(08).
019300     05 SW-COUNTS                 PIC X(44).
019400     05 SW-CODES                  PIC X(220).
019500 01  WS-CODE-MAX                  PIC 9(02) VALUE 20.
019600
019700*----------------------------------------------------------------
019800*    REASON TEXT PER CODE, FOR THE BREAKDOWN SECTION
019900*----------------------------------------------------------------
020000 01  WS-TEXT-COUNT                PIC 9(03) VALUE ZERO.
020100 01  WS-TEXT-MAX                  PIC 9(03) VALUE 50.
020200 01  WS-TEXT-TABLE.
020300     05 WS-TEXT-ENTRY             OCCURS 50 TIMES.
020400        10 TX-REASON-CODE         PIC X(04).
020500        10 TX-SAMPLE-TEXT         PIC X(60).
020600
020700*----------------------------------------------------------------
020800*    DISTINCT REJECTED HIKE IDS, FOR THE HIKECYC LOOKUP
020900*----------------------------------------------------------------
021000 01  WS-ID-COUNT                  PIC 9(04) VALUE ZERO.
021100 01  WS-ID-MAX                    PIC 9(04) VALUE 2000.
021200 01  WS-ID-TABLE.
021300     05 WS-ID-ENTRY               OCCURS 2000 TIMES.
021400        10 ID-HIKE-ID             PIC X(08).
021500        10 ID-SITE-ID             PIC X(08).
021600
021700*----------------------------------------------------------------
021800*    TALLY AND CALCULATION WORK AREAS
021900*----------------------------------------------------------------
022000 01  WS-C                         PIC 9(04) VALUE ZERO.
022100 01  WS-J                         PIC 9(04) VALUE ZERO.
022200 01  WS-J1                        PIC 9(04) VALUE ZERO.
022300 01  WS-K                         PIC 9(04) VALUE ZERO.
022400 01  WS-SITE-INDEX                PIC 9(03) VALUE ZERO.
022500 01  WS-MATCH-INDEX               PIC 9(04) VALUE ZERO.
022600 01  WS-WORK-SITE                 PIC X(08) VALUE SPACES.
022700 01  WS-WORK-CODE                 PIC X(04) VALUE SPACES.
022800 01  WS-LOG-READ                  PIC 9(07) VALUE ZERO.
022900 01  WS-AUD-READ                  PIC 9(07) VALUE ZERO.
023000 01  WS-ERR-READ                  PIC 9(07) VALUE ZERO.
023100 01  WS-SITES-DROPPED             PIC 9(07) VALUE ZERO.
023200 01  WS-CODES-DROPPED             PIC 9(07) VALUE ZERO.
023300 01  WS-IDS-DROPPED               PIC 9(07) VALUE ZERO.
023400 01  WS-HIKES-SEEN                PIC 9(09) VALUE ZERO.
023500 01  WS-PCT                       PIC 9(03)V9(02) VALUE ZERO.
023600
023700*----------------------------------------------------------------
023800*    ALL-SITES TOTALS
023900*----------------------------------------------------------------
024000 01  WS-TOT-BATCHES               PIC 9(07) VALUE ZERO.
024100 01  WS-TOT-BATCHES-REJECTED      PIC 9(07) VALUE ZERO.
024200 01  WS-TOT-HIKES-SCORED          PIC 9(07) VALUE ZERO.
024300 01  WS-TOT-HIKES-REJECTED        PIC 9(07) VALUE ZERO.
024400 01  WS-TOT-RESUB-HIKES           PIC 9(07) VALUE ZERO.
024500 01  WS-TOT-CYCLES                PIC 9(07) VALUE ZERO.
024600
024700*----------------------------------------------------------------
024800*    REPORT WORK AREAS
024900*----------------------------------------------------------------
025000 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
025100 01  WS-RUN-DATE-EDIT.
025200     05 WS-RD-YEAR                PIC 9(04).
025300     05 FILLER                    PIC X(01) VALUE "-".
025400     05 WS-RD-MONTH               PIC 9(02).
025500     05 FILLER                    PIC X(01) VALUE "-".
025600     05 WS-RD-DAY                 PIC 9(02).
025700
025800 01  WS-REPORT-HEADING-1.
025900     05 FILLER                    PIC X(20) VALUE "HIKESITE".
026000     05 FILLER                    PIC X(34)
026100            VALUE "COLLECTOR SITE SCORECARD".
026200     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
026300     05 RH1-RUN-DATE              PIC X(10).
026400
026500 01  WS-MONTH-LINE.
026600     05 FILLER                    PIC X(14) VALUE "REPORT MONTH:".
026700     05 ML-REPORT-MONTH           PIC X(20).
026800
026900 01  WS-REPORT-HEADING-2.
027000     05 FILLER                    PIC X(10) VALUE "SITE".
027100     05 FILLER                    PIC X(09) VALUE "BATCHES".
027200     05 FILLER                    PIC X(11) VALUE "BATCH REJ".
027300     05 FILLER                    PIC X(09) VALUE "SCORED".
027400     05 FILLER                    PIC X(10) VALUE "REJECTED".
027500     05 FILLER                    PIC X(10) VALUE "REJ PCT".
027600     05 FILLER                    PIC X(13) VALUE "RESUB HIKES".
027700     05 FILLER                    PIC X(08) VALUE "CYCLES".
027800
027900 01  WS-SITE-DETAIL.
028000     05 SD-SITE-ID                PIC X(08).
028100     05 FILLER                    PIC X(02) VALUE SPACES.
028200     05 SD-BATCHES                PIC Z(06)9.
028300     05 FILLER                    PIC X(04) VALUE SPACES.
028400     05 SD-BATCHES-REJECTED       PIC Z(06)9.
028500     05 FILLER                    PIC X(02) VALUE SPACES.
028600     05 SD-HIKES-SCORED           PIC Z(06)9.
028700     05 FILLER                    PIC X(03) VALUE SPACES.
028800     05 SD-HIKES-REJECTED         PIC Z(06)9.
028900     05 FILLER                    PIC X(03) VALUE SPACES.
029000     05 SD-REJECT-PCT             PIC ZZ9.99.
029100     05 FILLER                    PIC X(06) VALUE SPACES.
029200     05 SD-RESUB-HIKES            PIC Z(06)9.
029300     05 FILLER                    PIC X(02) VALUE SPACES.
029400     05 SD-CYCLES                 PIC Z(06)9.
029500
029600 01  WS-REPORT-HEADING-3.
029700     05 FILLER                    PIC X(12) VALUE "SITE".
029800     05 FILLER                    PIC X(08) VALUE "CODE".
029900     05 FILLER                    PIC X(10) VALUE "REJECTS".
030000     05 FILLER                    PIC X(11) VALUE "PCT SITE".
030100     05 FILLER                    PIC X(40) VALUE "REASON".
030200
030300 01  WS-CODE-DETAIL.
030400     05 CD-SITE-ID                PIC X(08).
030500     05 FILLER                    PIC X(04) VALUE SPACES.
030600     05 CD-REASON-CODE            PIC X(04).
030700     05 FILLER                    PIC X(04) VALUE SPACES.
030800     05 CD-REJECTS                PIC Z(06)9.
030900     05 FILLER                    PIC X(03) VALUE SPACES.
031000     05 CD-PCT                    PIC ZZ9.99.
031100     05 FILLER                    PIC X(05) VALUE SPACES.
031200     05 CD-SAMPLE-TEXT            PIC X(60).
031300
031400 01  WS-REPORT-TRAILER-1.
031500     05 FILLER               PIC X(14) VALUE "BATCHES READ:".
031600     05 RT1-LOG-READ         PIC Z(06)9.
031700     05 FILLER               PIC X(08) VALUE SPACES.
031800     05 FILLER               PIC X(13) VALUE "AUDITS READ:".
031900     05 RT1-AUD-READ         PIC Z(06)9.
032000     05 FILLER               PIC X(08) VALUE SPACES.
032100     05 FILLER               PIC X(14) VALUE "REJECTS READ:".
032200     05 RT1-ERR-READ         PIC Z(06)9.
032300     05 FILLER               PIC X(08) VALUE SPACES.
032400     05 FILLER               PIC X(07) VALUE "SITES:".
032500     05 RT1-SITES            PIC Z(04)9.
032600
032700 PROCEDURE DIVISION.
032800*----------------------------------------------------------------
032900*    0000-MAINLINE
033000*----------------------------------------------------------------
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     PERFORM 2000-TALLY-ONE-BATCH THRU 2000-EXIT
033400         UNTIL WS-LOG-END-OF-FILE.
033500     PERFORM 2100-TALLY-ONE-AUDIT THRU 2100-EXIT
033600         UNTIL WS-AUD-END-OF-FILE.
033700     PERFORM 2200-TALLY-ONE-REJECT THRU 2200-EXIT
033800         UNTIL WS-ERR-END-OF-FILE.
033900     PERFORM 2500-TALLY-CYCLES THRU 2500-EXIT.
034000     PERFORM 4000-SORT-SITE-TABLE THRU 4000-EXIT.
034100     PERFORM 5000-PRINT-SCORECARD THRU 5000-EXIT.
034200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034300     STOP RUN.
034400
034500*----------------------------------------------------------------
034600*    1000-INITIALIZE - OPEN FILES, READ THE MONTH CARD AND PRIME
034700*                      THE THREE INPUT READS
034800*----------------------------------------------------------------
034900 1000-INITIALIZE.
035000     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
035100     OPEN INPUT BTCHLOG.
035200     IF WS-BTCHLOG-STATUS NOT = "00"
035300        AND WS-BTCHLOG-STATUS NOT = "05"
035400        MOVE "BTCHLOG" TO WS-ABEND-FILE-ID
035500        MOVE WS-BTCHLOG-STATUS TO WS-ABEND-STATUS
035600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
035700     END-IF.
035800     OPEN INPUT HIKEAUD.
035900     IF WS-HIKEAUD-STATUS NOT = "00"
036000        AND WS-HIKEAUD-STATUS NOT = "05"
036100        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
036200        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
036300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
036400     END-IF.
036500     OPEN INPUT HIKEERR.
036600     IF WS-HIKEERR-STATUS NOT = "00"
036700        AND WS-HIKEERR-STATUS NOT = "05"
036800        MOVE "HIKEERR" TO WS-ABEND-FILE-ID
036900        MOVE WS-HIKEERR-STATUS TO WS-ABEND-STATUS
037000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
037100     END-IF.
037200     OPEN INPUT HIKECYC.
037300     IF WS-HIKECYC-STATUS = "05"
037400        SET WS-CYC-MISSING TO TRUE
037500     ELSE
037600        IF WS-HIKECYC-STATUS NOT = "00"
037700           MOVE "HIKECYC" TO WS-ABEND-FILE-ID
037800           MOVE WS-HIKECYC-STATUS TO WS-ABEND-STATUS
037900           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
038000        END-IF
038100     END-IF.
038200     PERFORM 1100-READ-MONTH-CARD THRU 1100-EXIT.
038300     OPEN OUTPUT SITERPT.
038400     IF WS-SITERPT-STATUS NOT = "00"
038500        AND WS-SITERPT-STATUS NOT = "05"
038600        MOVE "SITERPT" TO WS-ABEND-FILE-ID
038700        MOVE WS-SITERPT-STATUS TO WS-ABEND-STATUS
038800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
038900     END-IF.
039000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039100     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
039200     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
039300     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
039400     PERFORM 3000-READ-BATCH-LOG THRU 3000-EXIT.
039500     PERFORM 3010-READ-AUDIT THRU 3010-EXIT.
039600     PERFORM 3020-READ-REJECT THRU 3020-EXIT.
039700 1000-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------------
040100*    1100-READ-MONTH-CARD - READ THE OPTIONAL REPORT MONTH
040200*----------------------------------------------------------------
040300 1100-READ-MONTH-CARD.
040400     OPEN INPUT SITECTL.
040500     READ SITECTL
040600         AT END
040700             SET WS-CTL-END-OF-FILE TO TRUE
040800     END-READ.
040900     IF NOT WS-CTL-END-OF-FILE
041000        MOVE SC-REPORT-MONTH TO WS-REPORT-MONTH
041100     END-IF.
041200     CLOSE SITECTL.
041300 1100-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------------
041700*    2000-TALLY-ONE-BATCH - COUNT ONE BTCHLOG BATCH, AND ITS
041800*                           WHOLE-BATCH REJECTION, TO ITS SITE,
041850*                           UNLESS IT REPEATS THE LAST RECORD
041900*----------------------------------------------------------------
042000 2000-TALLY-ONE-BATCH.
042010     IF BL-RUN-DATE = PB-RUN-DATE
042020        AND BL-SUBMIT-DATE = PB-SUBMIT-DATE
042030        AND BL-SITE-ID = PB-SITE-ID
042040        GO TO 2000-NEXT
042050     END-IF.
042060     MOVE BL-RUN-DATE TO PB-RUN-DATE.
042070     MOVE BL-SUBMIT-DATE TO PB-SUBMIT-DATE.
042080     MOVE BL-SITE-ID TO PB-SITE-ID.
042100     IF WS-REPORT-MONTH NOT = SPACES
042200        AND BL-RUN-DATE(1:6) NOT = WS-REPORT-MONTH
042300        GO TO 2000-NEXT
042400     END-IF.
042500     MOVE BL-SITE-ID TO WS-WORK-SITE.
042600     PERFORM 2900-FIND-SITE-ENTRY THRU 2900-EXIT.
042700     IF WS-SITE-INDEX = 0
042800        GO TO 2000-NEXT
042900     END-IF.
043000     ADD 1 TO ST-BATCHES(WS-SITE-INDEX).
043100     IF BL-VERDICT = "R"
043200        ADD 1 TO ST-BATCHES-REJECTED(WS-SITE-INDEX)
043300     END-IF.
043400 2000-NEXT.
043500     PERFORM 3000-READ-BATCH-LOG THRU 3000-EXIT.
043600 2000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000*    2100-TALLY-ONE-AUDIT - EVERY HIKEAUD RECORD IS ONE HIKE
044100*                           SCORED FOR ITS SITE
044200*----------------------------------------------------------------
044300 2100-TALLY-ONE-AUDIT.
044400     IF WS-REPORT-MONTH NOT = SPACES
044500        AND AU-TS-DATE(1:6) NOT = WS-REPORT-MONTH
044600        GO TO 2100-NEXT
044700     END-IF.
044800     MOVE AU-SITE-ID TO WS-WORK-SITE.
044900     PERFORM 2900-FIND-SITE-ENTRY THRU 2900-EXIT.
045000     IF WS-SITE-INDEX = 0
045100        GO TO 2100-NEXT
045200     END-IF.
045300     ADD 1 TO ST-HIKES-SCORED(WS-SITE-INDEX).
045400 2100-NEXT.
045500     PERFORM 3010-READ-AUDIT THRU 3010-EXIT.
045600 2100-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------
046000*    2200-TALLY-ONE-REJECT - COUNT ONE HIKEERR REJECT TO ITS SITE
046100*                            AND REASON CODE, AND REMEMBER THE
046200*                            HIKE ID FOR THE HIKECYC LOOKUP
046300*----------------------------------------------------------------
046400 2200-TALLY-ONE-REJECT.
046500     IF WS-REPORT-MONTH NOT = SPACES
046600        AND HE-RUN-DATE(1:6) NOT = WS-REPORT-MONTH
046700        GO TO 2200-NEXT
046800     END-IF.
046900     MOVE HE-SITE-ID TO WS-WORK-SITE.
047000     PERFORM 2900-FIND-SITE-ENTRY THRU 2900-EXIT.
047100     IF WS-SITE-INDEX = 0
047200        GO TO 2200-NEXT
047300     END-IF.
047400     ADD 1 TO ST-HIKES-REJECTED(WS-SITE-INDEX).
047500     MOVE HE-REASON-CODE TO WS-WORK-CODE.
047600     IF WS-WORK-CODE = SPACES
047700        MOVE "????" TO WS-WORK-CODE
047800     END-IF.
047900     PERFORM 2210-TALLY-SITE-CODE THRU 2210-EXIT.
048000     PERFORM 2220-KEEP-REASON-TEXT THRU 2220-EXIT.
048100     PERFORM 2230-TRACK-REJECTED-HIKE THRU 2230-EXIT.
048200 2200-NEXT.
048300     PERFORM 3020-READ-REJECT THRU 3020-EXIT.
048400 2200-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------
048800*    2210-TALLY-SITE-CODE - FIND OR ADD THE CODE UNDER THIS SITE
048900*                           AND COUNT THE REJECT INTO IT
049000*----------------------------------------------------------------
049100 2210-TALLY-SITE-CODE.
049200     MOVE ZERO TO WS-MATCH-INDEX.
049300     PERFORM VARYING WS-K FROM 1 BY 1
049400           UNTIL WS-K > ST-CODE-COUNT(WS-SITE-INDEX)
049500        IF ST-REASON-CODE(WS-SITE-INDEX, WS-K) = WS-WORK-CODE
049600           AND WS-MATCH-INDEX = 0
049700           MOVE WS-K TO WS-MATCH-INDEX
049800        END-IF
049900     END-PERFORM.
050000     IF WS-MATCH-INDEX = 0
050100        IF ST-CODE-COUNT(WS-SITE-INDEX) >= WS-CODE-MAX
050200           ADD 1 TO WS-CODES-DROPPED
050300           GO TO 2210-EXIT
050400        END-IF
050500        ADD 1 TO ST-CODE-COUNT(WS-SITE-INDEX)
050600        MOVE ST-CODE-COUNT(WS-SITE-INDEX) TO WS-MATCH-INDEX
050700        MOVE WS-WORK-CODE
050800            TO ST-REASON-CODE(WS-SITE-INDEX, WS-MATCH-INDEX)
050900        MOVE ZERO
051000            TO ST-CODE-REJECTS(WS-SITE-INDEX, WS-MATCH-INDEX)
051100     END-IF.
051200     ADD 1 TO ST-CODE-REJECTS(WS-SITE-INDEX, WS-MATCH-INDEX).
051300 2210-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------
051700*    2220-KEEP-REASON-TEXT - REMEMBER THE FIRST REASON TEXT SEEN
051800*                            FOR EACH CODE
051900*----------------------------------------------------------------
052000 2220-KEEP-REASON-TEXT.
052100     PERFORM VARYING WS-C FROM 1 BY 1
052200           UNTIL WS-C > WS-TEXT-COUNT
052300        IF TX-REASON-CODE(WS-C) = WS-WORK-CODE
052400           GO TO 2220-EXIT
052500        END-IF
052600     END-PERFORM.
052700     IF WS-TEXT-COUNT < WS-TEXT-MAX
052800        ADD 1 TO WS-TEXT-COUNT
052900        MOVE WS-WORK-CODE TO TX-REASON-CODE(WS-TEXT-COUNT)
053000        MOVE HE-REASON TO TX-SAMPLE-TEXT(WS-TEXT-COUNT)
053100     END-IF.
053200 2220-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------
053600*    2230-TRACK-REJECTED-HIKE - ADD THE HIKE ID UNDER ITS SITE
053700*                               UNLESS IT IS ALREADY HELD
053800*----------------------------------------------------------------
053900 2230-TRACK-REJECTED-HIKE.
054000     IF HE-HIKE-ID = SPACES
054100        GO TO 2230-EXIT
054200     END-IF.
054300     PERFORM VARYING WS-C FROM 1 BY 1
054400           UNTIL WS-C > WS-ID-COUNT
054500        IF ID-HIKE-ID(WS-C) = HE-HIKE-ID
054600           AND ID-SITE-ID(WS-C) = WS-WORK-SITE
054700           GO TO 2230-EXIT
054800        END-IF
054900     END-PERFORM.
055000     IF WS-ID-COUNT >= WS-ID-MAX
055100        ADD 1 TO WS-IDS-DROPPED
055200        GO TO 2230-EXIT
055300     END-IF.
055400     ADD 1 TO WS-ID-COUNT.
055500     MOVE HE-HIKE-ID TO ID-HIKE-ID(WS-ID-COUNT).
055600     MOVE WS-WORK-SITE TO ID-SITE-ID(WS-ID-COUNT).
055700 2230-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------------
056100*    2500-TALLY-CYCLES - LOOK UP EACH DISTINCT REJECTED HIKE ON
056200*                        HIKECYC AND ADD ITS HIKEFIX CYCLES TO
056300*                        THE SITE THAT SENT IT
056400*----------------------------------------------------------------
056500 2500-TALLY-CYCLES.
056600     IF WS-CYC-MISSING
056700        GO TO 2500-EXIT
056800     END-IF.
056900     PERFORM 2510-TALLY-ONE-HIKE-CYCLES THRU 2510-EXIT
057000         VARYING WS-J FROM 1 BY 1
057100         UNTIL WS-J > WS-ID-COUNT.
057200 2500-EXIT.
057300     EXIT.
057400
057500 2510-TALLY-ONE-HIKE-CYCLES.
057600     MOVE ID-HIKE-ID(WS-J) TO CY-HIKE-ID.
057700     READ HIKECYC
057800         INVALID KEY
057900             GO TO 2510-EXIT
058000     END-READ.
058100     IF WS-HIKECYC-STATUS NOT = "00"
058200        MOVE "HIKECYC" TO WS-ABEND-FILE-ID
058300        MOVE WS-HIKECYC-STATUS TO WS-ABEND-STATUS
058400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
058500     END-IF.
058600     IF CY-CYCLE-COUNT NOT NUMERIC OR CY-CYCLE-COUNT = 0
058700        GO TO 2510-EXIT
058800     END-IF.
058900     MOVE ID-SITE-ID(WS-J) TO WS-WORK-SITE.
059000     PERFORM 2900-FIND-SITE-ENTRY THRU 2900-EXIT.
059100     IF WS-SITE-INDEX = 0
059200        GO TO 2510-EXIT
059300     END-IF.
059400     ADD 1 TO ST-RESUB-HIKES(WS-SITE-INDEX).
059500     ADD CY-CYCLE-COUNT TO ST-CYCLES(WS-SITE-INDEX).
059600 2510-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------
060000*    2900-FIND-SITE-ENTRY - FIND OR ADD THE TABLE ENTRY FOR THE
060100*                           SITE IN WS-WORK-SITE.  WS-SITE-INDEX
060200*                           IS LEFT ZERO WHEN THE TABLE IS FULL.
060300*----------------------------------------------------------------
060400 2900-FIND-SITE-ENTRY.
060500     IF WS-WORK-SITE = SPACES
060600        MOVE "(NONE)" TO WS-WORK-SITE
060700     END-IF.
060800     MOVE ZERO TO WS-SITE-INDEX.
060900     PERFORM VARYING WS-C FROM 1 BY 1
061000           UNTIL WS-C > WS-SITE-COUNT
061100        IF ST-SITE-ID(WS-C) = WS-WORK-SITE
061200           AND WS-SITE-INDEX = 0
061300           MOVE WS-C TO WS-SITE-INDEX
061400        END-IF
061500     END-PERFORM.
061600     IF WS-SITE-INDEX > 0
061700        GO TO 2900-EXIT
061800     END-IF.
061900     IF WS-SITE-COUNT >= WS-SITE-MAX
062000        ADD 1 TO WS-SITES-DROPPED
062100        GO TO 2900-EXIT
062200     END-IF.
062300     ADD 1 TO WS-SITE-COUNT.
062400     MOVE WS-SITE-COUNT TO WS-SITE-INDEX.
062500     MOVE WS-WORK-SITE TO ST-SITE-ID(WS-SITE-INDEX).
062600     MOVE ZERO TO ST-BATCHES(WS-SITE-INDEX).
062700     MOVE ZERO TO ST-BATCHES-REJECTED(WS-SITE-INDEX).
062800     MOVE ZERO TO ST-HIKES-SCORED(WS-SITE-INDEX).
062900     MOVE ZERO TO ST-HIKES-REJECTED(WS-SITE-INDEX).
063000     MOVE ZERO TO ST-RESUB-HIKES(WS-SITE-INDEX).
063100     MOVE ZERO TO ST-CYCLES(WS-SITE-INDEX).
063200     MOVE ZERO TO ST-CODE-COUNT(WS-SITE-INDEX).
063300 2900-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------
063700*    3000-READ-BATCH-LOG - READ THE NEXT BTCHLOG RECORD
063800*----------------------------------------------------------------
063900 3000-READ-BATCH-LOG.
064000     READ BTCHLOG
064100         AT END
064200             SET WS-LOG-END-OF-FILE TO TRUE
064300     END-READ.
064400     IF NOT WS-LOG-END-OF-FILE
064500        IF WS-BTCHLOG-STATUS NOT = "00"
064600           MOVE "BTCHLOG" TO WS-ABEND-FILE-ID
064700           MOVE WS-BTCHLOG-STATUS TO WS-ABEND-STATUS
064800           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
064900        END-IF
065000        ADD 1 TO WS-LOG-READ
065100     END-IF.
065200 3000-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------
065600*    3010-READ-AUDIT - READ THE NEXT HIKEAUD RECORD
065700*----------------------------------------------------------------
065800 3010-READ-AUDIT.
065900     READ HIKEAUD
066000         AT END
066100             SET WS-AUD-END-OF-FILE TO TRUE
066200     END-READ.
066300     IF NOT WS-AUD-END-OF-FILE
066400        IF WS-HIKEAUD-STATUS NOT = "00"
066500           MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
066600           MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
066700           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
066800        END-IF
066900        ADD 1 TO WS-AUD-READ
067000     END-IF.
067100 3010-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------
067500*    3020-READ-REJECT - READ THE NEXT HIKEERR RECORD
067600*----------------------------------------------------------------
067700 3020-READ-REJECT.
067800     READ HIKEERR
067900         AT END
068000             SET WS-ERR-END-OF-FILE TO TRUE
068100     END-READ.
068200     IF NOT WS-ERR-END-OF-FILE
068300        IF WS-HIKEERR-STATUS NOT = "00"
068400           MOVE "HIKEERR" TO WS-ABEND-FILE-ID
068500           MOVE WS-HIKEERR-STATUS TO WS-ABEND-STATUS
068600           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
068700        END-IF
068800        ADD 1 TO WS-ERR-READ
068900     END-IF.
069000 3020-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------
069400*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
069500*----------------------------------------------------------------
069600 3100-WRITE-REPORT-LINE.
069700     WRITE SR-REPORT-LINE.
069800     IF WS-SITERPT-STATUS NOT = "00"
069900        MOVE "SITERPT" TO WS-ABEND-FILE-ID
070000        MOVE WS-SITERPT-STATUS TO WS-ABEND-STATUS
070100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
070200     END-IF.
070300 3100-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------------
070700*    4000-SORT-SITE-TABLE - EXCHANGE SORT ASCENDING BY SITE ID
070800*                           SO THE SITES PRINT IN A FIXED ORDER
070900*----------------------------------------------------------------
071000 4000-SORT-SITE-TABLE.
071100     IF WS-SITE-COUNT < 2
071200        GO TO 4000-EXIT
071300     END-IF.
071400     PERFORM VARYING WS-C FROM 1 BY 1
071500           UNTIL WS-C >= WS-SITE-COUNT
071600        PERFORM 4100-SORT-SITE-PASS THRU 4100-EXIT
071700     END-PERFORM.
071800 4000-EXIT.
071900     EXIT.
072000
072100 4100-SORT-SITE-PASS.
072200     PERFORM VARYING WS-J FROM 1 BY 1
072300           UNTIL WS-J > WS-SITE-COUNT - WS-C
072400        COMPUTE WS-J1 = WS-J + 1
072500        IF ST-SITE-ID(WS-J) > ST-SITE-ID(WS-J1)
072600           MOVE WS-SITE-ENTRY(WS-J) TO WS-SWAP-SITE
072700           MOVE WS-SITE-ENTRY(WS-J1) TO WS-SITE-ENTRY(WS-J)
072800           MOVE WS-SWAP-SITE TO WS-SITE-ENTRY(WS-J1)
072900        END-IF
073000     END-PERFORM.
073100 4100-EXIT.
073200     EXIT.
073300
073400*----------------------------------------------------------------
073500*    5000-PRINT-SCORECARD - HEADINGS, ONE LINE PER SITE WITH AN
073600*                           ALL-SITES LINE, THE REASON-CODE
073700*                           BREAKDOWN PER SITE AND THE TOTALS
073800*----------------------------------------------------------------
073900 5000-PRINT-SCORECARD.
074000     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
074100     MOVE WS-REPORT-HEADING-1 TO SR-REPORT-LINE.
074200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074300     IF WS-REPORT-MONTH = SPACES
074400        MOVE "ALL RECORDS ON FILE" TO ML-REPORT-MONTH
074500     ELSE
074600        MOVE WS-REPORT-MONTH TO ML-REPORT-MONTH
074700     END-IF.
074800     MOVE WS-MONTH-LINE TO SR-REPORT-LINE.
074900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
075000     MOVE SPACES TO SR-REPORT-LINE.
075100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
075200     MOVE WS-REPORT-HEADING-2 TO SR-REPORT-LINE.
075300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
075400     PERFORM 5100-PRINT-ONE-SITE THRU 5100-EXIT
075500         VARYING WS-J FROM 1 BY 1
075600         UNTIL WS-J > WS-SITE-COUNT.
075700     IF WS-SITE-COUNT = 0
075800        MOVE "NO SITE ACTIVITY IN THE REPORT MONTH"
075900            TO SR-REPORT-LINE
076000        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
076100        GO TO 5000-TRAILER
076200     END-IF.
076300     MOVE SPACES TO WS-SITE-DETAIL.
076400     MOVE "ALL" TO SD-SITE-ID.
076500     MOVE WS-TOT-BATCHES TO SD-BATCHES.
076600     MOVE WS-TOT-BATCHES-REJECTED TO SD-BATCHES-REJECTED.
076700     MOVE WS-TOT-HIKES-SCORED TO SD-HIKES-SCORED.
076800     MOVE WS-TOT-HIKES-REJECTED TO SD-HIKES-REJECTED.
076900     MOVE ZERO TO WS-PCT.
077000     COMPUTE WS-HIKES-SEEN =
077100         WS-TOT-HIKES-SCORED + WS-TOT-HIKES-REJECTED.
077200     IF WS-HIKES-SEEN > 0
077300        COMPUTE WS-PCT ROUNDED =
077400            WS-TOT-HIKES-REJECTED * 100 / WS-HIKES-SEEN
077500     END-IF.
077600     MOVE WS-PCT TO SD-REJECT-PCT.
077700     MOVE WS-TOT-RESUB-HIKES TO SD-RESUB-HIKES.
077800     MOVE WS-TOT-CYCLES TO SD-CYCLES.
077900     MOVE WS-SITE-DETAIL TO SR-REPORT-LINE.
078000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
078100     IF WS-TOT-HIKES-REJECTED > 0
078200        MOVE SPACES TO SR-REPORT-LINE
078300        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
078400        MOVE "REJECTS BY REASON CODE:" TO SR-REPORT-LINE
078500        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
078600        MOVE WS-REPORT-HEADING-3 TO SR-REPORT-LINE
078700        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
078800        PERFORM 5200-PRINT-SITE-CODES THRU 5200-EXIT
078900            VARYING WS-J FROM 1 BY 1
079000            UNTIL WS-J > WS-SITE-COUNT
079100     END-IF.
079200 5000-TRAILER.
079300     MOVE SPACES TO SR-REPORT-LINE.
079400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
079500     MOVE WS-LOG-READ TO RT1-LOG-READ.
079600     MOVE WS-AUD-READ TO RT1-AUD-READ.
079700     MOVE WS-ERR-READ TO RT1-ERR-READ.
079800     MOVE WS-SITE-COUNT TO RT1-SITES.
079900     MOVE WS-REPORT-TRAILER-1 TO SR-REPORT-LINE.
080000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
080100 5000-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------
080500*    5100-PRINT-ONE-SITE - ONE SCORECARD LINE, ROLLED INTO THE
080600*                          ALL-SITES TOTALS
080700*----------------------------------------------------------------
080800 5100-PRINT-ONE-SITE.
080900     MOVE SPACES TO WS-SITE-DETAIL.
081000     MOVE ST-SITE-ID(WS-J) TO SD-SITE-ID.
081100     MOVE ST-BATCHES(WS-J) TO SD-BATCHES.
081200     MOVE ST-BATCHES-REJECTED(WS-J) TO SD-BATCHES-REJECTED.
081300     MOVE ST-HIKES-SCORED(WS-J) TO SD-HIKES-SCORED.
081400     MOVE ST-HIKES-REJECTED(WS-J) TO SD-HIKES-REJECTED.
081500     MOVE ZERO TO WS-PCT.
081600     COMPUTE WS-HIKES-SEEN =
081700         ST-HIKES-SCORED(WS-J) + ST-HIKES-REJECTED(WS-J).
081800     IF WS-HIKES-SEEN > 0
081900        COMPUTE WS-PCT ROUNDED =
082000            ST-HIKES-REJECTED(WS-J) * 100 / WS-HIKES-SEEN
082100     END-IF.
082200     MOVE WS-PCT TO SD-REJECT-PCT.
082300     MOVE ST-RESUB-HIKES(WS-J) TO SD-RESUB-HIKES.
082400     MOVE ST-CYCLES(WS-J) TO SD-CYCLES.
082500     MOVE WS-SITE-DETAIL TO SR-REPORT-LINE.
082600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
082700     ADD ST-BATCHES(WS-J) TO WS-TOT-BATCHES.
082800     ADD ST-BATCHES-REJECTED(WS-J) TO WS-TOT-BATCHES-REJECTED.
082900     ADD ST-HIKES-SCORED(WS-J) TO WS-TOT-HIKES-SCORED.
083000     ADD ST-HIKES-REJECTED(WS-J) TO WS-TOT-HIKES-REJECTED.
083100     ADD ST-RESUB-HIKES(WS-J) TO WS-TOT-RESUB-HIKES.
083200     ADD ST-CYCLES(WS-J) TO WS-TOT-CYCLES.
083300 5100-EXIT.
083400     EXIT.
083500
083600*----------------------------------------------------------------
083700*    5200-PRINT-SITE-CODES - ONE LINE PER REASON CODE FOR THE
083800*                            SITE, WITH ITS SHARE OF THE SITE'S
083900*                            REJECTS
084000*----------------------------------------------------------------
084100 5200-PRINT-SITE-CODES.
084200     PERFORM VARYING WS-K FROM 1 BY 1
084300           UNTIL WS-K > ST-CODE-COUNT(WS-J)
084400        MOVE SPACES TO WS-CODE-DETAIL
084500        MOVE ST-SITE-ID(WS-J) TO CD-SITE-ID
084600        MOVE ST-REASON-CODE(WS-J, WS-K) TO CD-REASON-CODE
084700        MOVE ST-CODE-REJECTS(WS-J, WS-K) TO CD-REJECTS
084800        COMPUTE WS-PCT ROUNDED =
084900            ST-CODE-REJECTS(WS-J, WS-K) * 100
085000                / ST-HIKES-REJECTED(WS-J)
085100        MOVE WS-PCT TO CD-PCT
085200        PERFORM VARYING WS-C FROM 1 BY 1
085300              UNTIL WS-C > WS-TEXT-COUNT
085400           IF TX-REASON-CODE(WS-C) = ST-REASON-CODE(WS-J, WS-K)
085500              MOVE TX-SAMPLE-TEXT(WS-C) TO CD-SAMPLE-TEXT
085600           END-IF
085700        END-PERFORM
085800        MOVE WS-CODE-DETAIL TO SR-REPORT-LINE
085900        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
086000     END-PERFORM.
086100 5200-EXIT.
086200     EXIT.
086300
086400*----------------------------------------------------------------
086500*    9000-TERMINATE - CLOSE FILES
086600*----------------------------------------------------------------
086700 9000-TERMINATE.
086800     IF WS-SITES-DROPPED > 0
086900        DISPLAY "HIKESITE: SITE TABLE FULL - "
087000            WS-SITES-DROPPED " RECORDS NOT TALLIED"
087100     END-IF.
087200     IF WS-CODES-DROPPED > 0
087300        DISPLAY "HIKESITE: SITE CODE TABLE FULL - "
087400            WS-CODES-DROPPED " REJECTS NOT BROKEN DOWN"
087500     END-IF.
087600     IF WS-IDS-DROPPED > 0
087700        DISPLAY "HIKESITE: HIKE-ID TABLE FULL - "
087800            WS-IDS-DROPPED " REJECTS NOT CHECKED ON HIKECYC"
087900     END-IF.
088000     CLOSE BTCHLOG.
088100     CLOSE HIKEAUD.
088200     CLOSE HIKEERR.
088300     IF WS-CYC-AVAILABLE
088400        CLOSE HIKECYC
088500     END-IF.
088600     CLOSE SITERPT.
088700     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
088800 9000-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------------
089200*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
089300*                           JOBSTATE FILE
089400*----------------------------------------------------------------
089500 8500-STAMP-JOB-START.
089600     IF WS-RUN-DATE = 0
089700        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
089800     END-IF.
089900     OPEN I-O JOBSTATE.
090000     IF WS-JOBSTATE-STATUS NOT = "00"
090100        AND WS-JOBSTATE-STATUS NOT = "05"
090200        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
090300        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
090400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
090500     END-IF.
090600     ACCEPT WS-STAMP-TIME FROM TIME.
090700     MOVE "HIKESITE" TO JS-PROGRAM-ID.
090800     MOVE WS-RUN-DATE TO JS-RUN-DATE.
090900     READ JOBSTATE
091000         INVALID KEY
091100             MOVE "HIKESITE" TO JS-PROGRAM-ID
091200             MOVE WS-RUN-DATE TO JS-RUN-DATE
091300             MOVE WS-STAMP-TIME TO JS-START-TIME
091400             MOVE ZERO TO JS-END-TIME
091500             MOVE 99 TO JS-RETURN-CODE
091600             MOVE "N" TO JS-COMPLETE-FLAG
091700             WRITE JS-STATE-RECORD
091800         NOT INVALID KEY
091900             MOVE WS-STAMP-TIME TO JS-START-TIME
092000             MOVE ZERO TO JS-END-TIME
092100             MOVE 99 TO JS-RETURN-CODE
092200             MOVE "N" TO JS-COMPLETE-FLAG
092300             REWRITE JS-STATE-RECORD
092400     END-READ.
092500     IF WS-JOBSTATE-STATUS NOT = "00"
092600        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
092700        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
092800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
092900     END-IF.
093000 8500-EXIT.
093100     EXIT.
093200
093300*----------------------------------------------------------------
093400*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
093500*                         RETURN CODE
093600*----------------------------------------------------------------
093700 8600-STAMP-JOB-END.
093800     ACCEPT WS-STAMP-TIME FROM TIME.
093900     MOVE "HIKESITE" TO JS-PROGRAM-ID.
094000     MOVE WS-RUN-DATE TO JS-RUN-DATE.
094100     READ JOBSTATE
094200         INVALID KEY
094300             CONTINUE
094400         NOT INVALID KEY
094500             MOVE WS-STAMP-TIME TO JS-END-TIME
094600             MOVE RETURN-CODE TO JS-RETURN-CODE
094700             MOVE "Y" TO JS-COMPLETE-FLAG
094800             REWRITE JS-STATE-RECORD
094900     END-READ.
095000     CLOSE JOBSTATE.
095100 8600-EXIT.
095200     EXIT.
095300
095400*----------------------------------------------------------------
095500*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
095600*----------------------------------------------------------------
095700 9990-ABEND-ON-FILE-ERROR.
095800     DISPLAY "HIKESITE: I/O ERROR ON " WS-ABEND-FILE-ID
095900         " - FILE STATUS = " WS-ABEND-STATUS.
096000     MOVE 16 TO RETURN-CODE.
096100     STOP RUN.
096200 9990-EXIT.
096300     EXIT.
