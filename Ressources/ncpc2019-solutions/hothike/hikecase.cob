000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKECASE.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  RUNS AFTER HIKEALRT AND
001300*                      KEEPS THE KEYED ALRTCASE SAFETY ALERT CASE
001400*                      FILE.  THE SAFETY DESK'S CASETRAN CARDS
001500*                      ACKNOWLEDGE OR RESOLVE A TRAIL'S OPEN CASE
001600*                      (WHO, WHEN AND A NOTE); EACH ALRTOUT
001700*                      BREACH THEN OPENS A CASE FOR ITS TRAIL OR
001800*                      IS ATTACHED TO THE CASE ALREADY OPEN.  THE
001900*                      CASERPT REPORT LISTS THE DAY'S ACTIVITY
002000*                      AND AGES EVERY UNRESOLVED CASE BY REGION
002100*                      AND DIFFICULTY CLASS, ESCALATING CASES
002200*                      OPEN LONGER THAN THE CASECTL LIMIT.
002300*----------------------------------------------------------------
002400*
002500*    CASECTL CARD LAYOUT (OPTIONAL):
002600*        COLS  1- 3  DAYS A CASE MAY STAY UNRESOLVED BEFORE IT
002700*                    IS ESCALATED (DEFAULT 7)
002800*
002900*    CASETRAN CARD LAYOUT (ONE CARD PER DESK ACTION):
003000*        COLS  1- 7  ACTION - "ACK" OR "RESOLVE"
003100*        COLS  9-16  TRAIL ID
003200*        COLS 18-25  WHO (DESK USER ID)
003300*        COLS 27-34  WHEN (YYYYMMDD, BLANK = RUN DATE)
003400*        COLS 36-75  NOTE
003500*    THE CARD APPLIES TO THE TRAIL'S UNRESOLVED CASE.  A CARD
003600*    FOR A TRAIL WITH NO UNRESOLVED CASE, A SECOND "ACK", OR A
003700*    DATE BEFORE THE CASE OPENED OR AFTER THE RUN DATE GOES TO
003800*    CASEERR.
003900*
004000*    ALRTCASE STATUS CODES:
004100*        "O" OPEN, NOT YET ACKNOWLEDGED
004200*        "A" ACKNOWLEDGED BY THE SAFETY DESK
004300*        "R" RESOLVED (BY THE DESK, OR BY TRLMAINT WHEN IT
004400*            CLOSES THE TRAIL ON A HIKEALRT RECOMMENDATION)
004500*    A TRAIL HAS AT MOST ONE UNRESOLVED CASE.  THE DESK CARDS
004600*    ARE APPLIED BEFORE THE NIGHT'S ALERTS, SO A BREACH THAT
004700*    COMES AFTER A RESOLUTION OPENS A NEW CASE.  AN ALERT
004800*    ALREADY ON A CASE IS NOT ATTACHED TWICE WHEN THE STEP IS
004900*    RERUN.
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OPTIONAL CASECTL ASSIGN TO "CASECTL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CASECTL-STATUS.
005700     SELECT OPTIONAL CASETRAN ASSIGN TO "CASETRAN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CASETRAN-STATUS.
006000     SELECT OPTIONAL ALRTOUT ASSIGN TO "ALRTOUT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-ALRTOUT-STATUS.
006300     SELECT OPTIONAL ALRTCASE ASSIGN TO "ALRTCASE"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CS-CASE-KEY
006700         FILE STATUS IS WS-ALRTCASE-STATUS.
006800     SELECT OPTIONAL CASEERR ASSIGN TO "CASEERR"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CASEERR-STATUS.
007100     SELECT OPTIONAL CASERPT ASSIGN TO "CASERPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CASERPT-STATUS.
007400
007500     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS JS-STATE-KEY
007900         FILE STATUS IS WS-JOBSTATE-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CASECTL.
008300 01  CC-CONTROL-RECORD.
008400     05 CC-ESCALATE-DAYS          PIC X(03).
008500
008600 FD  CASETRAN.
008700 01  CN-TRAN-CARD.
008800     05 CN-ACTION                 PIC X(07).
008900     05 FILLER                    PIC X(01).
009000     05 CN-TRAIL-ID               PIC X(08).
009100     05 FILLER                    PIC X(01).
009200     05 CN-BY                     PIC X(08).
009300     05 FILLER                    PIC X(01).
009400     05 CN-DATE                   PIC X(08).
009500     05 FILLER                    PIC X(01).
009600     05 CN-NOTE                   PIC X(40).
009700
009800 FD  ALRTOUT.
009900 01  AO-ALERT-RECORD.
010000     05 AO-RUN-DATE               PIC 9(08).
010100     05 FILLER                    PIC X(01).
010200     05 AO-HIKE-ID                PIC X(08).
010300     05 FILLER                    PIC X(01).
010400     05 AO-REGION-CODE            PIC X(04).
010500     05 FILLER                    PIC X(01).
010600     05 AO-CLASS                  PIC X(02).
010700     05 FILLER                    PIC X(01).
010800     05 AO-FLAGS.
010900        10 AO-VALUE-FLAG          PIC X(01).
011000        10 AO-ASCENT-FLAG         PIC X(01).
011100        10 AO-CLIMB-FLAG          PIC X(01).
011200     05 FILLER                    PIC X(01).
011300     05 AO-VALUE                  PIC X(06).
011400     05 FILLER                    PIC X(01).
011500     05 AO-ASCENT                 PIC X(05).
011600     05 FILLER                    PIC X(01).
011700     05 AO-CLIMB                  PIC X(05).
011800     05 FILLER                    PIC X(01).
011900     05 AO-CLOSE-REC              PIC X(01).
012000
012100 FD  ALRTCASE.
012200 01  CS-CASE-RECORD.
012300     05 CS-CASE-KEY.
012400        10 CS-TRAIL-ID            PIC X(08).
012500        10 CS-OPEN-DATE           PIC 9(08).
012600     05 CS-STATUS                 PIC X(01).
012700        88 CS-CASE-OPEN                     VALUE "O".
012800        88 CS-CASE-ACKED                    VALUE "A".
012900        88 CS-CASE-RESOLVED                 VALUE "R".
013000     05 CS-REGION-CODE            PIC X(04).
013100     05 CS-CLASS                  PIC X(02).
013200     05 CS-ALERT-COUNT            PIC 9(05).
013300     05 CS-LAST-ALERT-DATE        PIC 9(08).
013400     05 CS-LAST-FLAGS             PIC X(03).
013500     05 CS-CLOSE-REC              PIC X(01).
013600     05 CS-ACK-BY                 PIC X(08).
013700     05 CS-ACK-DATE               PIC 9(08).
013800     05 CS-ACK-NOTE               PIC X(40).
013900     05 CS-RESOLVE-BY             PIC X(08).
014000     05 CS-RESOLVE-DATE           PIC 9(08).
014100     05 CS-RESOLVE-NOTE           PIC X(40).
014200
014300 FD  CASEERR.
014400 01  CE-ERROR-RECORD.
014500     05 CE-CARD-IMAGE             PIC X(75).
014600     05 FILLER                    PIC X(03).
014700     05 CE-REASON                 PIC X(60).
014800
014900 FD  CASERPT.
015000 01  CR-REPORT-LINE               PIC X(132).
015100
015200 FD  JOBSTATE.
015300 01  JS-STATE-RECORD.
015400     05 JS-STATE-KEY.
015500        10 JS-PROGRAM-ID          PIC X(08).
015600        10 JS-RUN-DATE            PIC 9(08).
015700     05 JS-START-TIME             PIC 9(08).
015800     05 JS-END-TIME               PIC 9(08).
015900     05 JS-RETURN-CODE            PIC 9(02).
016000     05 JS-COMPLETE-FLAG          PIC X(01).
016100        88 JS-RUN-COMPLETE                  VALUE "Y".
016200 WORKING-STORAGE SECTION.
016300*----------------------------------------------------------------
016400*    SWITCHES
016500*----------------------------------------------------------------
016600 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
016700     88 WS-END-OF-FILE                      VALUE "Y".
016800 77  WS-CASE-EOF-SWITCH           PIC X(01) VALUE "N".
016900     88 WS-CASE-END-OF-GROUP                VALUE "Y".
017000 77  WS-VALID-SWITCH              PIC X(01) VALUE "Y".
017100     88 WS-TRAN-VALID                       VALUE "Y".
017200     88 WS-TRAN-INVALID                     VALUE "N".
017300 77  WS-CASE-FOUND-SWITCH         PIC X(01) VALUE "N".
017400     88 WS-CASE-FOUND                       VALUE "Y".
017500
017600*----------------------------------------------------------------
017700*    FILE STATUS AREAS
017800*----------------------------------------------------------------
017900 01  WS-CASECTL-STATUS            PIC X(02) VALUE "00".
018000 01  WS-CASETRAN-STATUS           PIC X(02) VALUE "00".
018100 01  WS-ALRTOUT-STATUS            PIC X(02) VALUE "00".
018200 01  WS-ALRTCASE-STATUS           PIC X(02) VALUE "00".
018300 01  WS-CASEERR-STATUS            PIC X(02) VALUE "00".
018400 01  WS-CASERPT-STATUS            PIC X(02) VALUE "00".
018500 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
018600 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
018700 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
018800 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
018900 01  WS-PREDECESSOR-ID            PIC X(08) VALUE "HIKEALRT".
019000
019100*----------------------------------------------------------------
019200*    CASE LOOK-UP AND TRANSACTION WORK AREAS
019300*----------------------------------------------------------------
019400 01  WS-ESCALATE-DAYS             PIC 9(03) VALUE 7.
019500 01  WS-LOOKUP-TRAIL-ID           PIC X(08) VALUE SPACES.
019600 01  WS-ACTIVE-OPEN-DATE          PIC 9(08) VALUE ZERO.
019700 01  WS-REJECT-REASON             PIC X(60) VALUE SPACES.
019800 01  WS-TRAN-ACTION               PIC X(07) VALUE SPACES.
019900     88 WS-ACTION-ACK                       VALUE "ACK".
020000     88 WS-ACTION-RESOLVE                   VALUE "RESOLVE".
020100 01  WS-TRAN-DATE                 PIC 9(08) VALUE ZERO.
020200 01  WS-TODAY-INTEGER             PIC 9(07) VALUE ZERO.
020300 01  WS-OPEN-INTEGER              PIC 9(07) VALUE ZERO.
020400
020500*----------------------------------------------------------------
020600*    UNRESOLVED CASES FOR THE AGING REPORT
020700*----------------------------------------------------------------
020800 01  WS-AGE-COUNT                 PIC 9(04) VALUE ZERO.
020900 01  WS-AGE-MAX                   PIC 9(04) VALUE 1000.
021000 01  WS-AGE-TABLE.
021100     05 WS-AGE-ENTRY              OCCURS 1000 TIMES.
021200        10 AG-REGION              PIC X(04).
021300        10 AG-CLASS               PIC X(02).
021400        10 AG-OPEN-DATE           PIC 9(08).
021500        10 AG-TRAIL-ID            PIC X(08).
021600        10 AG-AGE                 PIC 9(05).
021700        10 AG-ALERTS              PIC 9(05).
021800        10 AG-LAST-ALERT          PIC 9(08).
021900        10 AG-STATUS              PIC X(01).
022000        10 AG-ACK-BY              PIC X(08).
022100        10 AG-CLOSE-REC           PIC X(01).
022200 01  WS-SWAP-ENTRY                PIC X(50).
022300 01  WS-A                         PIC 9(04) VALUE ZERO.
022400 01  WS-J                         PIC 9(04) VALUE ZERO.
022500 01  WS-J1                        PIC 9(04) VALUE ZERO.
022600 01  WS-BREAK-REGION              PIC X(04) VALUE SPACES.
022700 01  WS-BREAK-CLASS               PIC X(02) VALUE SPACES.
022800 01  WS-GROUP-CASES               PIC 9(05) VALUE ZERO.
022900 01  WS-GROUP-ESCALATED           PIC 9(05) VALUE ZERO.
023000
023100*----------------------------------------------------------------
023200*    RUN TOTALS
023300*----------------------------------------------------------------
023400 01  WS-TRANS-READ                PIC 9(07) VALUE ZERO.
023500 01  WS-TRANS-APPLIED             PIC 9(07) VALUE ZERO.
023600 01  WS-TRANS-REJECTED            PIC 9(07) VALUE ZERO.
023700 01  WS-ALERTS-READ               PIC 9(07) VALUE ZERO.
023800 01  WS-CASES-OPENED              PIC 9(07) VALUE ZERO.
023900 01  WS-ALERTS-ATTACHED           PIC 9(07) VALUE ZERO.
024000 01  WS-ALERTS-ALREADY            PIC 9(07) VALUE ZERO.
024100 01  WS-CASES-UNRESOLVED          PIC 9(07) VALUE ZERO.
024200 01  WS-CASES-ESCALATED           PIC 9(07) VALUE ZERO.
024300
024400*----------------------------------------------------------------
024500*    REPORT WORK AREAS
024600*----------------------------------------------------------------
024700 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
024800 01  WS-RUN-DATE-EDIT.
024900     05 WS-RD-YEAR                PIC 9(04).
025000     05 FILLER                    PIC X(01) VALUE "-".
025100     05 WS-RD-MONTH               PIC 9(02).
025200     05 FILLER                    PIC X(01) VALUE "-".
025300     05 WS-RD-DAY                 PIC 9(02).
025400
025500 01  WS-REPORT-HEADING-1.
025600     05 FILLER                    PIC X(20) VALUE "HIKECASE".
025700     05 FILLER                    PIC X(34)
025800            VALUE "SAFETY ALERT CASE REPORT".
025900     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
026000     05 RH1-RUN-DATE              PIC X(10).
026100
026200 01  WS-SECTION-HEADING           PIC X(60) VALUE SPACES.
026300
026400 01  WS-TRAN-HEADING.
026500     05 FILLER                    PIC X(09) VALUE "ACTION".
026600     05 FILLER                    PIC X(10) VALUE "TRAIL ID".
026700     05 FILLER                    PIC X(10) VALUE "OPENED".
026800     05 FILLER                    PIC X(10) VALUE "BY".
026900     05 FILLER                    PIC X(10) VALUE "DATE".
027000     05 FILLER                    PIC X(40) VALUE "NOTE".
027100
027200 01  WS-TRAN-DETAIL.
027300     05 TD-ACTION                 PIC X(07).
027400     05 FILLER                    PIC X(02) VALUE SPACES.
027500     05 TD-TRAIL-ID               PIC X(08).
027600     05 FILLER                    PIC X(02) VALUE SPACES.
027700     05 TD-OPEN-DATE              PIC 9(08).
027800     05 FILLER                    PIC X(02) VALUE SPACES.
027900     05 TD-BY                     PIC X(08).
028000     05 FILLER                    PIC X(02) VALUE SPACES.
028100     05 TD-DATE                   PIC 9(08).
028200     05 FILLER                    PIC X(02) VALUE SPACES.
028300     05 TD-NOTE                   PIC X(40).
028400
028500 01  WS-ALERT-HEADING.
028600     05 FILLER                    PIC X(10) VALUE "TRAIL ID".
028700     05 FILLER                    PIC X(06) VALUE "REG".
028800     05 FILLER                    PIC X(05) VALUE "CLS".
028900     05 FILLER                    PIC X(06) VALUE "VAC".
029000     05 FILLER                    PIC X(07) VALUE "CLOSE".
029100     05 FILLER                    PIC X(18) VALUE "CASE".
029200     05 FILLER                    PIC X(10) VALUE "OPENED".
029300     05 FILLER                    PIC X(06) VALUE "ALERTS".
029400
029500 01  WS-ALERT-DETAIL.
029600     05 AD-TRAIL-ID               PIC X(08).
029700     05 FILLER                    PIC X(02) VALUE SPACES.
029800     05 AD-REGION                 PIC X(04).
029900     05 FILLER                    PIC X(02) VALUE SPACES.
030000     05 AD-CLASS                  PIC X(02).
030100     05 FILLER                    PIC X(03) VALUE SPACES.
030200     05 AD-FLAGS                  PIC X(03).
030300     05 FILLER                    PIC X(05) VALUE SPACES.
030400     05 AD-CLOSE-REC              PIC X(01).
030500     05 FILLER                    PIC X(03) VALUE SPACES.
030600     05 AD-DISPOSITION            PIC X(16).
030700     05 FILLER                    PIC X(02) VALUE SPACES.
030800     05 AD-OPEN-DATE              PIC 9(08).
030900     05 FILLER                    PIC X(02) VALUE SPACES.
031000     05 AD-ALERTS                 PIC ZZZZ9.
031100
031200 01  WS-AGING-HEADING.
031300     05 FILLER                    PIC X(06) VALUE "REG".
031400     05 FILLER                    PIC X(05) VALUE "CLS".
031500     05 FILLER                    PIC X(10) VALUE "TRAIL ID".
031600     05 FILLER                    PIC X(10) VALUE "OPENED".
031700     05 FILLER                    PIC X(07) VALUE "DAYS".
031800     05 FILLER                    PIC X(08) VALUE "ALERTS".
031900     05 FILLER                    PIC X(12) VALUE "LAST ALERT".
032000     05 FILLER                    PIC X(14) VALUE "STATUS".
032100     05 FILLER                    PIC X(10) VALUE "ACK BY".
032200     05 FILLER                    PIC X(07) VALUE "CLOSE".
032300
032400 01  WS-AGING-DETAIL.
032500     05 GD-REGION                 PIC X(04).
032600     05 FILLER                    PIC X(02) VALUE SPACES.
032700     05 GD-CLASS                  PIC X(02).
032800     05 FILLER                    PIC X(03) VALUE SPACES.
032900     05 GD-TRAIL-ID               PIC X(08).
033000     05 FILLER                    PIC X(02) VALUE SPACES.
033100     05 GD-OPEN-DATE              PIC 9(08).
033200     05 FILLER                    PIC X(02) VALUE SPACES.
033300     05 GD-AGE                    PIC ZZZZ9.
033400     05 FILLER                    PIC X(02) VALUE SPACES.
033500     05 GD-ALERTS                 PIC ZZZZ9.
033600     05 FILLER                    PIC X(03) VALUE SPACES.
033700     05 GD-LAST-ALERT             PIC 9(08).
033800     05 FILLER                    PIC X(04) VALUE SPACES.
033900     05 GD-STATUS                 PIC X(12).
034000     05 FILLER                    PIC X(02) VALUE SPACES.
034100     05 GD-ACK-BY                 PIC X(08).
034200     05 FILLER                    PIC X(02) VALUE SPACES.
034300     05 GD-CLOSE-REC              PIC X(01).
034400     05 FILLER                    PIC X(06) VALUE SPACES.
034500     05 GD-ESCALATED              PIC X(13).
034600
034700 01  WS-GROUP-TOTAL.
034800     05 FILLER                    PIC X(07) VALUE "REGION".
034900     05 GT-REGION                 PIC X(04).
035000     05 FILLER                    PIC X(08) VALUE "  CLASS".
035100     05 GT-CLASS                  PIC X(02).
035200     05 FILLER                    PIC X(16)
035300            VALUE "   OPEN CASES:".
035400     05 GT-CASES                  PIC ZZZZ9.
035500     05 FILLER                    PIC X(14)
035600            VALUE "   ESCALATED:".
035700     05 GT-ESCALATED              PIC ZZZZ9.
035800
035900 01  WS-REPORT-TRAILER-1.
036000     05 FILLER               PIC X(19) VALUE "TRANSACTIONS READ:".
036100     05 RT1-READ             PIC Z(06)9.
036200     05 FILLER               PIC X(10) VALUE SPACES.
036300     05 FILLER               PIC X(09) VALUE "APPLIED:".
036400     05 RT1-APPLIED          PIC Z(06)9.
036500     05 FILLER               PIC X(10) VALUE SPACES.
036600     05 FILLER               PIC X(10) VALUE "REJECTED:".
036700     05 RT1-REJECTED         PIC Z(06)9.
036800
036900 01  WS-REPORT-TRAILER-2.
037000     05 FILLER               PIC X(19) VALUE "ALERTS READ:".
037100     05 RT2-ALERTS           PIC Z(06)9.
037200     05 FILLER               PIC X(10) VALUE SPACES.
037300     05 FILLER               PIC X(14) VALUE "CASES OPENED:".
037400     05 RT2-OPENED           PIC Z(06)9.
037500     05 FILLER               PIC X(05) VALUE SPACES.
037600     05 FILLER               PIC X(10) VALUE "ATTACHED:".
037700     05 RT2-ATTACHED         PIC Z(06)9.
037800     05 FILLER               PIC X(05) VALUE SPACES.
037900     05 FILLER               PIC X(17) VALUE "ALREADY ON CASE:".
038000     05 RT2-ALREADY          PIC Z(06)9.
038100
038200 01  WS-REPORT-TRAILER-3.
038300     05 FILLER               PIC X(19) VALUE "UNRESOLVED CASES:".
038400     05 RT3-UNRESOLVED       PIC Z(06)9.
038500     05 FILLER               PIC X(10) VALUE SPACES.
038600     05 FILLER               PIC X(11) VALUE "ESCALATED:".
038700     05 RT3-ESCALATED        PIC Z(06)9.
038800     05 FILLER               PIC X(10) VALUE SPACES.
038900     05 FILLER               PIC X(16) VALUE "ESCALATE AFTER:".
039000     05 RT3-DAYS             PIC ZZ9.
039100     05 FILLER               PIC X(05) VALUE " DAYS".
039200
039300 PROCEDURE DIVISION.
039400*----------------------------------------------------------------
039500*    0000-MAINLINE
039600*----------------------------------------------------------------
039700 0000-MAINLINE.
039800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039900     PERFORM 2000-APPLY-DESK-TRANS THRU 2000-EXIT.
040000     PERFORM 4000-FILE-ALERTS THRU 4000-EXIT.
040100     PERFORM 5000-PRINT-AGING THRU 5000-EXIT.
040200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040300     STOP RUN.
040400
040500*----------------------------------------------------------------
040600*    1000-INITIALIZE - READ THE ESCALATION LIMIT AND OPEN THE
040700*                      CASE FILE, ERROR FILE AND REPORT
040800*----------------------------------------------------------------
040900 1000-INITIALIZE.
041000     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
041100     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
041200     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
041300     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
041400     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
041500         TO WS-TODAY-INTEGER.
041600     OPEN INPUT CASECTL.
041700     READ CASECTL
041800         AT END
041900             MOVE SPACES TO CC-CONTROL-RECORD
042000     END-READ.
042100     IF CC-ESCALATE-DAYS NOT = SPACES
042200        AND FUNCTION TEST-NUMVAL(CC-ESCALATE-DAYS) = 0
042300        MOVE FUNCTION NUMVAL(CC-ESCALATE-DAYS)
042400            TO WS-ESCALATE-DAYS
042500     END-IF.
042600     CLOSE CASECTL.
042700     OPEN I-O ALRTCASE.
042800     IF WS-ALRTCASE-STATUS NOT = "00"
042900        AND WS-ALRTCASE-STATUS NOT = "05"
043000        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
043100        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
043200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
043300     END-IF.
043400     OPEN OUTPUT CASEERR.
043500     IF WS-CASEERR-STATUS NOT = "00"
043600        AND WS-CASEERR-STATUS NOT = "05"
043700        MOVE "CASEERR" TO WS-ABEND-FILE-ID
043800        MOVE WS-CASEERR-STATUS TO WS-ABEND-STATUS
043900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044000     END-IF.
044100     OPEN OUTPUT CASERPT.
044200     IF WS-CASERPT-STATUS NOT = "00"
044300        AND WS-CASERPT-STATUS NOT = "05"
044400        MOVE "CASERPT" TO WS-ABEND-FILE-ID
044500        MOVE WS-CASERPT-STATUS TO WS-ABEND-STATUS
044600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044700     END-IF.
044800     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
044900     MOVE WS-REPORT-HEADING-1 TO CR-REPORT-LINE.
045000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
045100 1000-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------
045500*    2000-APPLY-DESK-TRANS - APPLY EVERY CASETRAN CARD FROM THE
045600*                            SAFETY DESK
045700*----------------------------------------------------------------
045800 2000-APPLY-DESK-TRANS.
045900     MOVE "DESK TRANSACTIONS" TO WS-SECTION-HEADING.
046000     PERFORM 3200-WRITE-SECTION-HEADING THRU 3200-EXIT.
046100     MOVE WS-TRAN-HEADING TO CR-REPORT-LINE.
046200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
046300     MOVE "N" TO WS-EOF-SWITCH.
046400     OPEN INPUT CASETRAN.
046500     IF WS-CASETRAN-STATUS NOT = "00"
046600        AND WS-CASETRAN-STATUS NOT = "05"
046700        MOVE "CASETRAN" TO WS-ABEND-FILE-ID
046800        MOVE WS-CASETRAN-STATUS TO WS-ABEND-STATUS
046900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
047000     END-IF.
047100     PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
047200         UNTIL WS-END-OF-FILE.
047300     CLOSE CASETRAN.
047400 2000-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------
047800*    2100-PROCESS-ONE-TRAN - VALIDATE, APPLY OR REJECT ONE CARD
047900*----------------------------------------------------------------
048000 2100-PROCESS-ONE-TRAN.
048100     READ CASETRAN
048200         AT END
048300             SET WS-END-OF-FILE TO TRUE
048400     END-READ.
048500     IF WS-END-OF-FILE
048600        GO TO 2100-EXIT
048700     END-IF.
048800     IF WS-CASETRAN-STATUS NOT = "00"
048900        MOVE "CASETRAN" TO WS-ABEND-FILE-ID
049000        MOVE WS-CASETRAN-STATUS TO WS-ABEND-STATUS
049100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
049200     END-IF.
049300     ADD 1 TO WS-TRANS-READ.
049400     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
049500     IF WS-TRAN-VALID
049600        PERFORM 2300-APPLY-TRAN THRU 2300-EXIT
049700        ADD 1 TO WS-TRANS-APPLIED
049800     ELSE
049900        PERFORM 2800-WRITE-ERROR-RECORD THRU 2800-EXIT
050000        ADD 1 TO WS-TRANS-REJECTED
050100     END-IF.
050200 2100-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------
050600*    2200-VALIDATE-TRAN - CONFIRM THE ACTION, TRAIL, WHO AND
050700*                         DATE, AND FIND THE TRAIL'S UNRESOLVED
050800*                         CASE
050900*----------------------------------------------------------------
051000 2200-VALIDATE-TRAN.
051100     SET WS-TRAN-VALID TO TRUE.
051200     MOVE SPACES TO WS-REJECT-REASON.
051300     MOVE CN-ACTION TO WS-TRAN-ACTION.
051400     IF NOT WS-ACTION-ACK AND NOT WS-ACTION-RESOLVE
051500        SET WS-TRAN-INVALID TO TRUE
051600        MOVE "ACTION IS NOT ACK OR RESOLVE" TO WS-REJECT-REASON
051700        GO TO 2200-EXIT
051800     END-IF.
051900     IF CN-TRAIL-ID = SPACES
052000        SET WS-TRAN-INVALID TO TRUE
052100        MOVE "MISSING TRAIL ID" TO WS-REJECT-REASON
052200        GO TO 2200-EXIT
052300     END-IF.
052400     IF CN-BY = SPACES
052500        SET WS-TRAN-INVALID TO TRUE
052600        MOVE "MISSING WHO" TO WS-REJECT-REASON
052700        GO TO 2200-EXIT
052800     END-IF.
052900     MOVE WS-RUN-DATE TO WS-TRAN-DATE.
053000     IF CN-DATE NOT = SPACES
053100        IF FUNCTION TEST-NUMVAL(CN-DATE) NOT = 0
053200           SET WS-TRAN-INVALID TO TRUE
053300           MOVE "DATE IS NOT NUMERIC" TO WS-REJECT-REASON
053400           GO TO 2200-EXIT
053500        END-IF
053600        MOVE FUNCTION NUMVAL(CN-DATE) TO WS-TRAN-DATE
053700     END-IF.
053800     IF WS-TRAN-DATE < 19000101
053900        OR WS-TRAN-DATE > WS-RUN-DATE
054000        SET WS-TRAN-INVALID TO TRUE
054100        MOVE "DATE IS AFTER THE RUN DATE OR NOT YYYYMMDD"
054200            TO WS-REJECT-REASON
054300        GO TO 2200-EXIT
054400     END-IF.
054500     MOVE CN-TRAIL-ID TO WS-LOOKUP-TRAIL-ID.
054600     PERFORM 2900-FIND-ACTIVE-CASE THRU 2900-EXIT.
054700     IF NOT WS-CASE-FOUND
054800        SET WS-TRAN-INVALID TO TRUE
054900        MOVE "TRAIL HAS NO UNRESOLVED ALERT CASE"
055000            TO WS-REJECT-REASON
055100        GO TO 2200-EXIT
055200     END-IF.
055300     IF WS-TRAN-DATE < CS-OPEN-DATE
055400        SET WS-TRAN-INVALID TO TRUE
055500        MOVE "DATE IS BEFORE THE CASE WAS OPENED"
055600            TO WS-REJECT-REASON
055700        GO TO 2200-EXIT
055800     END-IF.
055900     IF WS-ACTION-ACK AND CS-CASE-ACKED
056000        SET WS-TRAN-INVALID TO TRUE
056100        MOVE "CASE IS ALREADY ACKNOWLEDGED" TO WS-REJECT-REASON
056200     END-IF.
056300 2200-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------
056700*    2300-APPLY-TRAN - RECORD THE ACKNOWLEDGMENT OR RESOLUTION
056800*                      ON THE CASE JUST FOUND AND REPORT IT
056900*----------------------------------------------------------------
057000 2300-APPLY-TRAN.
057100     IF WS-ACTION-ACK
057200        MOVE "A" TO CS-STATUS
057300        MOVE CN-BY TO CS-ACK-BY
057400        MOVE WS-TRAN-DATE TO CS-ACK-DATE
057500        MOVE CN-NOTE TO CS-ACK-NOTE
057600     ELSE
057700        MOVE "R" TO CS-STATUS
057800        MOVE CN-BY TO CS-RESOLVE-BY
057900        MOVE WS-TRAN-DATE TO CS-RESOLVE-DATE
058000        MOVE CN-NOTE TO CS-RESOLVE-NOTE
058100     END-IF.
058200     REWRITE CS-CASE-RECORD.
058300     IF WS-ALRTCASE-STATUS NOT = "00"
058400        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
058500        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
058600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
058700     END-IF.
058800     MOVE SPACES TO WS-TRAN-DETAIL.
058900     MOVE WS-TRAN-ACTION TO TD-ACTION.
059000     MOVE CS-TRAIL-ID TO TD-TRAIL-ID.
059100     MOVE CS-OPEN-DATE TO TD-OPEN-DATE.
059200     MOVE CN-BY TO TD-BY.
059300     MOVE WS-TRAN-DATE TO TD-DATE.
059400     MOVE CN-NOTE TO TD-NOTE.
059500     MOVE WS-TRAN-DETAIL TO CR-REPORT-LINE.
059600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
059700 2300-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100*    2800-WRITE-ERROR-RECORD - LOG A REJECTED CARD TO CASEERR
060200*----------------------------------------------------------------
060300 2800-WRITE-ERROR-RECORD.
060400     MOVE SPACES TO CE-ERROR-RECORD.
060500     MOVE CN-TRAN-CARD TO CE-CARD-IMAGE.
060600     MOVE WS-REJECT-REASON TO CE-REASON.
060700     WRITE CE-ERROR-RECORD.
060800     IF WS-CASEERR-STATUS NOT = "00"
060900        MOVE "CASEERR" TO WS-ABEND-FILE-ID
061000        MOVE WS-CASEERR-STATUS TO WS-ABEND-STATUS
061100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
061200     END-IF.
061300 2800-EXIT.
061400     EXIT.
061500
061600*----------------------------------------------------------------
061700*    2900-FIND-ACTIVE-CASE - WALK THE TRAIL'S CASES AND, WHEN
061800*                            ONE IS STILL UNRESOLVED, READ IT
061900*                            BACK BY KEY SO IT CAN BE REWRITTEN
062000*----------------------------------------------------------------
062100 2900-FIND-ACTIVE-CASE.
062200     MOVE "N" TO WS-CASE-FOUND-SWITCH.
062300     MOVE "N" TO WS-CASE-EOF-SWITCH.
062400     MOVE ZERO TO WS-ACTIVE-OPEN-DATE.
062500     MOVE WS-LOOKUP-TRAIL-ID TO CS-TRAIL-ID.
062600     MOVE ZERO TO CS-OPEN-DATE.
062700     START ALRTCASE KEY NOT < CS-CASE-KEY
062800         INVALID KEY
062900             SET WS-CASE-END-OF-GROUP TO TRUE
063000     END-START.
063100     PERFORM 2910-READ-ONE-CASE THRU 2910-EXIT
063200         UNTIL WS-CASE-END-OF-GROUP.
063300     IF WS-ACTIVE-OPEN-DATE = 0
063400        GO TO 2900-EXIT
063500     END-IF.
063600     MOVE WS-LOOKUP-TRAIL-ID TO CS-TRAIL-ID.
063700     MOVE WS-ACTIVE-OPEN-DATE TO CS-OPEN-DATE.
063800     READ ALRTCASE
063900         INVALID KEY
064000             CONTINUE
064100         NOT INVALID KEY
064200             SET WS-CASE-FOUND TO TRUE
064300     END-READ.
064400     IF NOT WS-CASE-FOUND
064500        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
064600        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
064700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
064800     END-IF.
064900 2900-EXIT.
065000     EXIT.
065100
065200 2910-READ-ONE-CASE.
065300     READ ALRTCASE NEXT RECORD
065400         AT END
065500             SET WS-CASE-END-OF-GROUP TO TRUE
065600     END-READ.
065700     IF WS-CASE-END-OF-GROUP
065800        GO TO 2910-EXIT
065900     END-IF.
066000     IF WS-ALRTCASE-STATUS NOT = "00"
066100        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
066200        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
066300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
066400     END-IF.
066500     IF CS-TRAIL-ID NOT = WS-LOOKUP-TRAIL-ID
066600        SET WS-CASE-END-OF-GROUP TO TRUE
066700        GO TO 2910-EXIT
066800     END-IF.
066900     IF NOT CS-CASE-RESOLVED
067000        MOVE CS-OPEN-DATE TO WS-ACTIVE-OPEN-DATE
067100     END-IF.
067200 2910-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------
067600*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
067700*----------------------------------------------------------------
067800 3100-WRITE-REPORT-LINE.
067900     WRITE CR-REPORT-LINE.
068000     IF WS-CASERPT-STATUS NOT = "00"
068100        MOVE "CASERPT" TO WS-ABEND-FILE-ID
068200        MOVE WS-CASERPT-STATUS TO WS-ABEND-STATUS
068300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
068400     END-IF.
068500 3100-EXIT.
068600     EXIT.
068700
068800*----------------------------------------------------------------
068900*    3200-WRITE-SECTION-HEADING - SPACING LINE, SECTION TITLE
069000*                                 AND ANOTHER SPACING LINE
069100*----------------------------------------------------------------
069200 3200-WRITE-SECTION-HEADING.
069300     MOVE SPACES TO CR-REPORT-LINE.
069400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
069500     MOVE WS-SECTION-HEADING TO CR-REPORT-LINE.
069600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
069700     MOVE SPACES TO CR-REPORT-LINE.
069800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
069900 3200-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------------
070300*    4000-FILE-ALERTS - OPEN A CASE FOR, OR ATTACH TO THE OPEN
070400*                       CASE, EVERY ALRTOUT BREACH
070500*----------------------------------------------------------------
070600 4000-FILE-ALERTS.
070700     MOVE "ALERTS FILED TO CASES" TO WS-SECTION-HEADING.
070800     PERFORM 3200-WRITE-SECTION-HEADING THRU 3200-EXIT.
070900     MOVE WS-ALERT-HEADING TO CR-REPORT-LINE.
071000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
071100     MOVE "N" TO WS-EOF-SWITCH.
071200     OPEN INPUT ALRTOUT.
071300     IF WS-ALRTOUT-STATUS NOT = "00"
071400        AND WS-ALRTOUT-STATUS NOT = "05"
071500        MOVE "ALRTOUT" TO WS-ABEND-FILE-ID
071600        MOVE WS-ALRTOUT-STATUS TO WS-ABEND-STATUS
071700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
071800     END-IF.
071900     PERFORM 4100-FILE-ONE-ALERT THRU 4100-EXIT
072000         UNTIL WS-END-OF-FILE.
072100     CLOSE ALRTOUT.
072200 4000-EXIT.
072300     EXIT.
072400
072500*----------------------------------------------------------------
072600*    4100-FILE-ONE-ALERT - ATTACH THE BREACH TO THE TRAIL'S
072700*                          UNRESOLVED CASE, OR OPEN A NEW CASE
072800*----------------------------------------------------------------
072900 4100-FILE-ONE-ALERT.
073000     READ ALRTOUT
073100         AT END
073200             SET WS-END-OF-FILE TO TRUE
073300     END-READ.
073400     IF WS-END-OF-FILE
073500        GO TO 4100-EXIT
073600     END-IF.
073700     IF WS-ALRTOUT-STATUS NOT = "00"
073800        MOVE "ALRTOUT" TO WS-ABEND-FILE-ID
073900        MOVE WS-ALRTOUT-STATUS TO WS-ABEND-STATUS
074000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
074100     END-IF.
074200     ADD 1 TO WS-ALERTS-READ.
074300     MOVE SPACES TO WS-ALERT-DETAIL.
074400     MOVE AO-HIKE-ID TO AD-TRAIL-ID.
074500     MOVE AO-REGION-CODE TO AD-REGION.
074600     MOVE AO-CLASS TO AD-CLASS.
074700     MOVE AO-FLAGS TO AD-FLAGS.
074800     MOVE AO-CLOSE-REC TO AD-CLOSE-REC.
074900     MOVE AO-HIKE-ID TO WS-LOOKUP-TRAIL-ID.
075000     PERFORM 2900-FIND-ACTIVE-CASE THRU 2900-EXIT.
075100     IF WS-CASE-FOUND
075200        PERFORM 4200-ATTACH-TO-CASE THRU 4200-EXIT
075300     ELSE
075400        PERFORM 4300-OPEN-NEW-CASE THRU 4300-EXIT
075500     END-IF.
075600     MOVE CS-OPEN-DATE TO AD-OPEN-DATE.
075700     MOVE CS-ALERT-COUNT TO AD-ALERTS.
075800     MOVE WS-ALERT-DETAIL TO CR-REPORT-LINE.
075900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
076000 4100-EXIT.
076100     EXIT.
076200
076300 4200-ATTACH-TO-CASE.
076400     IF CS-LAST-ALERT-DATE >= AO-RUN-DATE
076500        ADD 1 TO WS-ALERTS-ALREADY
076600        MOVE "ALREADY ON CASE" TO AD-DISPOSITION
076700        GO TO 4200-EXIT
076800     END-IF.
076900     ADD 1 TO CS-ALERT-COUNT.
077000     MOVE AO-RUN-DATE TO CS-LAST-ALERT-DATE.
077100     MOVE AO-FLAGS TO CS-LAST-FLAGS.
077200     MOVE AO-REGION-CODE TO CS-REGION-CODE.
077300     MOVE AO-CLASS TO CS-CLASS.
077400     IF AO-CLOSE-REC = "Y"
077500        MOVE "Y" TO CS-CLOSE-REC
077600     END-IF.
077700     REWRITE CS-CASE-RECORD.
077800     IF WS-ALRTCASE-STATUS NOT = "00"
077900        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
078000        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
078100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
078200     END-IF.
078300     ADD 1 TO WS-ALERTS-ATTACHED.
078400     MOVE "ATTACHED" TO AD-DISPOSITION.
078500 4200-EXIT.
078600     EXIT.
078700
078800 4300-OPEN-NEW-CASE.
078900     MOVE SPACES TO CS-CASE-RECORD.
079000     MOVE AO-HIKE-ID TO CS-TRAIL-ID.
079100     MOVE AO-RUN-DATE TO CS-OPEN-DATE.
079200     MOVE "O" TO CS-STATUS.
079300     MOVE AO-REGION-CODE TO CS-REGION-CODE.
079400     MOVE AO-CLASS TO CS-CLASS.
079500     MOVE 1 TO CS-ALERT-COUNT.
079600     MOVE AO-RUN-DATE TO CS-LAST-ALERT-DATE.
079700     MOVE AO-FLAGS TO CS-LAST-FLAGS.
079800     MOVE AO-CLOSE-REC TO CS-CLOSE-REC.
079900     MOVE ZERO TO CS-ACK-DATE.
080000     MOVE ZERO TO CS-RESOLVE-DATE.
080100     WRITE CS-CASE-RECORD
080200         INVALID KEY
080300             ADD 1 TO WS-ALERTS-ALREADY
080400             MOVE "ALREADY ON CASE" TO AD-DISPOSITION
080500             GO TO 4300-EXIT
080600     END-WRITE.
080700     IF WS-ALRTCASE-STATUS NOT = "00"
080800        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
080900        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
081000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
081100     END-IF.
081200     ADD 1 TO WS-CASES-OPENED.
081300     MOVE "CASE OPENED" TO AD-DISPOSITION.
081400 4300-EXIT.
081500     EXIT.
081600
081700*----------------------------------------------------------------
081800*    5000-PRINT-AGING - LOAD EVERY UNRESOLVED CASE, ORDER THEM
081900*                       BY REGION, CLASS AND OPEN DATE, AND
082000*                       PRINT THEM WITH A TOTAL PER REGION/CLASS
082100*----------------------------------------------------------------
082200 5000-PRINT-AGING.
082300     MOVE "UNRESOLVED CASES BY REGION AND CLASS"
082400         TO WS-SECTION-HEADING.
082500     PERFORM 3200-WRITE-SECTION-HEADING THRU 3200-EXIT.
082600     MOVE WS-AGING-HEADING TO CR-REPORT-LINE.
082700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
082800     MOVE "N" TO WS-CASE-EOF-SWITCH.
082900     MOVE LOW-VALUES TO CS-CASE-KEY.
083000     START ALRTCASE KEY NOT < CS-CASE-KEY
083100         INVALID KEY
083200             SET WS-CASE-END-OF-GROUP TO TRUE
083300     END-START.
083400     PERFORM 5100-LOAD-ONE-CASE THRU 5100-EXIT
083500         UNTIL WS-CASE-END-OF-GROUP.
083600     PERFORM 5200-SORT-AGE-TABLE THRU 5200-EXIT.
083700     MOVE SPACES TO WS-BREAK-REGION.
083800     MOVE SPACES TO WS-BREAK-CLASS.
083900     PERFORM VARYING WS-A FROM 1 BY 1
084000           UNTIL WS-A > WS-AGE-COUNT
084100        IF AG-REGION(WS-A) NOT = WS-BREAK-REGION
084200           OR AG-CLASS(WS-A) NOT = WS-BREAK-CLASS
084300           IF WS-A > 1
084400              PERFORM 5400-PRINT-GROUP-TOTAL THRU 5400-EXIT
084500           END-IF
084600           MOVE AG-REGION(WS-A) TO WS-BREAK-REGION
084700           MOVE AG-CLASS(WS-A) TO WS-BREAK-CLASS
084800        END-IF
084900        PERFORM 5300-PRINT-ONE-CASE THRU 5300-EXIT
085000     END-PERFORM.
085100     IF WS-AGE-COUNT > 0
085200        PERFORM 5400-PRINT-GROUP-TOTAL THRU 5400-EXIT
085300     END-IF.
085400 5000-EXIT.
085500     EXIT.
085600
085700 5100-LOAD-ONE-CASE.
085800     READ ALRTCASE NEXT RECORD
085900         AT END
086000             SET WS-CASE-END-OF-GROUP TO TRUE
086100     END-READ.
086200     IF WS-CASE-END-OF-GROUP
086300        GO TO 5100-EXIT
086400     END-IF.
086500     IF WS-ALRTCASE-STATUS NOT = "00"
086600        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
086700        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
086800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
086900     END-IF.
087000     IF CS-CASE-RESOLVED
087100        GO TO 5100-EXIT
087200     END-IF.
087300     ADD 1 TO WS-CASES-UNRESOLVED.
087400     IF WS-AGE-COUNT >= WS-AGE-MAX
087500        DISPLAY "HIKECASE: AGING TABLE FULL - CASE FOR "
087600            CS-TRAIL-ID " NOT LISTED"
087700        GO TO 5100-EXIT
087800     END-IF.
087900     ADD 1 TO WS-AGE-COUNT.
088000     MOVE CS-REGION-CODE TO AG-REGION(WS-AGE-COUNT).
088100     MOVE CS-CLASS TO AG-CLASS(WS-AGE-COUNT).
088200     MOVE CS-OPEN-DATE TO AG-OPEN-DATE(WS-AGE-COUNT).
088300     MOVE CS-TRAIL-ID TO AG-TRAIL-ID(WS-AGE-COUNT).
088400     MOVE FUNCTION INTEGER-OF-DATE(CS-OPEN-DATE)
088500         TO WS-OPEN-INTEGER.
088600     MOVE ZERO TO AG-AGE(WS-AGE-COUNT).
088700     IF WS-OPEN-INTEGER > 0
088800        AND WS-OPEN-INTEGER < WS-TODAY-INTEGER
088900        COMPUTE AG-AGE(WS-AGE-COUNT) =
089000            WS-TODAY-INTEGER - WS-OPEN-INTEGER
089100     END-IF.
089200     MOVE CS-ALERT-COUNT TO AG-ALERTS(WS-AGE-COUNT).
089300     MOVE CS-LAST-ALERT-DATE TO AG-LAST-ALERT(WS-AGE-COUNT).
089400     MOVE CS-STATUS TO AG-STATUS(WS-AGE-COUNT).
089500     MOVE CS-ACK-BY TO AG-ACK-BY(WS-AGE-COUNT).
089600     MOVE CS-CLOSE-REC TO AG-CLOSE-REC(WS-AGE-COUNT).
089700 5100-EXIT.
089800     EXIT.
089900
090000*----------------------------------------------------------------
090100*    5200-SORT-AGE-TABLE - EXCHANGE SORT BY REGION, CLASS AND
090200*                          OPEN DATE SO THE CONTROL BREAKS COME
090300*                          OUT IN ORDER, OLDEST CASE FIRST
090400*----------------------------------------------------------------
090500 5200-SORT-AGE-TABLE.
090600     IF WS-AGE-COUNT < 2
090700        GO TO 5200-EXIT
090800     END-IF.
090900     PERFORM VARYING WS-A FROM 1 BY 1
091000           UNTIL WS-A >= WS-AGE-COUNT
091100        PERFORM 5210-SORT-ONE-PASS THRU 5210-EXIT
091200     END-PERFORM.
091300 5200-EXIT.
091400     EXIT.
091500
091600 5210-SORT-ONE-PASS.
091700     PERFORM VARYING WS-J FROM 1 BY 1
091800           UNTIL WS-J > WS-AGE-COUNT - WS-A
091900        COMPUTE WS-J1 = WS-J + 1
092000        IF WS-AGE-ENTRY(WS-J)(1:14) > WS-AGE-ENTRY(WS-J1)(1:14)
092100           MOVE WS-AGE-ENTRY(WS-J) TO WS-SWAP-ENTRY
092200           MOVE WS-AGE-ENTRY(WS-J1) TO WS-AGE-ENTRY(WS-J)
092300           MOVE WS-SWAP-ENTRY TO WS-AGE-ENTRY(WS-J1)
092400        END-IF
092500     END-PERFORM.
092600 5210-EXIT.
092700     EXIT.
092800
092900*----------------------------------------------------------------
093000*    5300-PRINT-ONE-CASE - ONE AGING LINE, FLAGGED WHEN THE CASE
093100*                          HAS BEEN OPEN PAST THE ESCALATION LIMIT
093200*----------------------------------------------------------------
093300 5300-PRINT-ONE-CASE.
093400     ADD 1 TO WS-GROUP-CASES.
093500     MOVE SPACES TO WS-AGING-DETAIL.
093600     MOVE AG-REGION(WS-A) TO GD-REGION.
093700     MOVE AG-CLASS(WS-A) TO GD-CLASS.
093800     MOVE AG-TRAIL-ID(WS-A) TO GD-TRAIL-ID.
093900     MOVE AG-OPEN-DATE(WS-A) TO GD-OPEN-DATE.
094000     MOVE AG-AGE(WS-A) TO GD-AGE.
094100     MOVE AG-ALERTS(WS-A) TO GD-ALERTS.
094200     MOVE AG-LAST-ALERT(WS-A) TO GD-LAST-ALERT.
094300     MOVE "OPEN" TO GD-STATUS.
094400     IF AG-STATUS(WS-A) = "A"
094500        MOVE "ACKNOWLEDGED" TO GD-STATUS
094600     END-IF.
094700     MOVE AG-ACK-BY(WS-A) TO GD-ACK-BY.
094800     MOVE AG-CLOSE-REC(WS-A) TO GD-CLOSE-REC.
094900     IF AG-AGE(WS-A) > WS-ESCALATE-DAYS
095000        MOVE "** ESCALATE **" TO GD-ESCALATED
095100        ADD 1 TO WS-GROUP-ESCALATED
095200        ADD 1 TO WS-CASES-ESCALATED
095300     END-IF.
095400     MOVE WS-AGING-DETAIL TO CR-REPORT-LINE.
095500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
095600 5300-EXIT.
095700     EXIT.
095800
095900*----------------------------------------------------------------
096000*    5400-PRINT-GROUP-TOTAL - CASES AND ESCALATIONS FOR ONE
096100*                             REGION/CLASS, THEN RESET THE COUNTS
096200*----------------------------------------------------------------
096300 5400-PRINT-GROUP-TOTAL.
096400     MOVE WS-BREAK-REGION TO GT-REGION.
096500     MOVE WS-BREAK-CLASS TO GT-CLASS.
096600     MOVE WS-GROUP-CASES TO GT-CASES.
096700     MOVE WS-GROUP-ESCALATED TO GT-ESCALATED.
096800     MOVE WS-GROUP-TOTAL TO CR-REPORT-LINE.
096900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
097000     MOVE SPACES TO CR-REPORT-LINE.
097100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
097200     MOVE ZERO TO WS-GROUP-CASES.
097300     MOVE ZERO TO WS-GROUP-ESCALATED.
097400 5400-EXIT.
097500     EXIT.
097600
097700*----------------------------------------------------------------
097800*    9000-TERMINATE - WRITE THE RUN TOTALS AND CLOSE FILES.  A
097900*                     RUN WITH ESCALATED CASES ENDS WITH RETURN
098000*                     CODE 4 SO THE SCHEDULER CAN PAGE THE DESK
098100*----------------------------------------------------------------
098200 9000-TERMINATE.
098300     MOVE SPACES TO CR-REPORT-LINE.
098400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
098500     MOVE WS-TRANS-READ TO RT1-READ.
098600     MOVE WS-TRANS-APPLIED TO RT1-APPLIED.
098700     MOVE WS-TRANS-REJECTED TO RT1-REJECTED.
098800     MOVE WS-REPORT-TRAILER-1 TO CR-REPORT-LINE.
098900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
099000     MOVE WS-ALERTS-READ TO RT2-ALERTS.
099100     MOVE WS-CASES-OPENED TO RT2-OPENED.
099200     MOVE WS-ALERTS-ATTACHED TO RT2-ATTACHED.
099300     MOVE WS-ALERTS-ALREADY TO RT2-ALREADY.
099400     MOVE WS-REPORT-TRAILER-2 TO CR-REPORT-LINE.
099500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
099600     MOVE WS-CASES-UNRESOLVED TO RT3-UNRESOLVED.
099700     MOVE WS-CASES-ESCALATED TO RT3-ESCALATED.
099800     MOVE WS-ESCALATE-DAYS TO RT3-DAYS.
099900     MOVE WS-REPORT-TRAILER-3 TO CR-REPORT-LINE.
100000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
100100     CLOSE ALRTCASE.
100200     CLOSE CASEERR.
100300     CLOSE CASERPT.
100400     IF WS-CASES-ESCALATED > 0
100500        DISPLAY "HIKECASE: " WS-CASES-ESCALATED
100600            " ALERT CASE(S) ESCALATED"
100700        MOVE 4 TO RETURN-CODE
100800     END-IF.
100900     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
101000 9000-EXIT.
101100     EXIT.
101200
101300*----------------------------------------------------------------
101400*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
101500*                           JOBSTATE FILE AFTER CONFIRMING
101600*                           THE PREDECESSOR COMPLETED CLEAN
101700*----------------------------------------------------------------
101800 8500-STAMP-JOB-START.
101900     IF WS-RUN-DATE = 0
102000        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
102100     END-IF.
102200     OPEN I-O JOBSTATE.
102300     IF WS-JOBSTATE-STATUS NOT = "00"
102400        AND WS-JOBSTATE-STATUS NOT = "05"
102500        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
102600        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
102700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
102800     END-IF.
102900     PERFORM 8700-CHECK-PREDECESSOR THRU 8700-EXIT.
103000     ACCEPT WS-STAMP-TIME FROM TIME.
103100     MOVE "HIKECASE" TO JS-PROGRAM-ID.
103200     MOVE WS-RUN-DATE TO JS-RUN-DATE.
103300     READ JOBSTATE
103400         INVALID KEY
103500             MOVE "HIKECASE" TO JS-PROGRAM-ID
103600             MOVE WS-RUN-DATE TO JS-RUN-DATE
103700             MOVE WS-STAMP-TIME TO JS-START-TIME
103800             MOVE ZERO TO JS-END-TIME
103900             MOVE 99 TO JS-RETURN-CODE
104000             MOVE "N" TO JS-COMPLETE-FLAG
104100             WRITE JS-STATE-RECORD
104200         NOT INVALID KEY
104300             MOVE WS-STAMP-TIME TO JS-START-TIME
104400             MOVE ZERO TO JS-END-TIME
104500             MOVE 99 TO JS-RETURN-CODE
104600             MOVE "N" TO JS-COMPLETE-FLAG
104700             REWRITE JS-STATE-RECORD
104800     END-READ.
104900     IF WS-JOBSTATE-STATUS NOT = "00"
105000        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
105100        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
105200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
105300     END-IF.
105400 8500-EXIT.
105500     EXIT.
105600
105700*----------------------------------------------------------------
105800*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
105900*                         RETURN CODE
106000*----------------------------------------------------------------
106100 8600-STAMP-JOB-END.
106200     ACCEPT WS-STAMP-TIME FROM TIME.
106300     MOVE "HIKECASE" TO JS-PROGRAM-ID.
106400     MOVE WS-RUN-DATE TO JS-RUN-DATE.
106500     READ JOBSTATE
106600         INVALID KEY
106700             CONTINUE
106800         NOT INVALID KEY
106900             MOVE WS-STAMP-TIME TO JS-END-TIME
107000             MOVE RETURN-CODE TO JS-RETURN-CODE
107100             MOVE "Y" TO JS-COMPLETE-FLAG
107200             REWRITE JS-STATE-RECORD
107300     END-READ.
107400     CLOSE JOBSTATE.
107500 8600-EXIT.
107600     EXIT.
107700
107800*----------------------------------------------------------------
107900*    8700-CHECK-PREDECESSOR - REFUSE TO START UNLESS THE
108000*                             PREDECESSOR COMPLETED CLEAN FOR
108100*                             THE SAME RUN DATE
108200*----------------------------------------------------------------
108300 8700-CHECK-PREDECESSOR.
108400     MOVE WS-PREDECESSOR-ID TO JS-PROGRAM-ID.
108500     MOVE WS-RUN-DATE TO JS-RUN-DATE.
108600     READ JOBSTATE
108700         INVALID KEY
108800             PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
108900     END-READ.
109000     IF NOT JS-RUN-COMPLETE
109100        OR JS-RETURN-CODE NOT = ZERO
109200        PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
109300     END-IF.
109400 8700-EXIT.
109500     EXIT.
109600
109700 8710-HOLD-THE-JOB.
109800     DISPLAY "HIKECASE: PREDECESSOR " WS-PREDECESSOR-ID
109900         " HAS NOT COMPLETED CLEAN FOR RUN DATE " WS-RUN-DATE
110000         " - JOB NOT STARTED".
110100     CLOSE JOBSTATE.
110200     MOVE 8 TO RETURN-CODE.
110300     STOP RUN.
110400 8710-EXIT.
110500     EXIT.
110600
110700*----------------------------------------------------------------
110800*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
110900*----------------------------------------------------------------
111000 9990-ABEND-ON-FILE-ERROR.
111100     DISPLAY "HIKECASE: I/O ERROR ON " WS-ABEND-FILE-ID
111200         " - FILE STATUS = " WS-ABEND-STATUS.
111300     MOVE 16 TO RETURN-CODE.
111400     STOP RUN.
111500 9990-EXIT.
111600     EXIT.
