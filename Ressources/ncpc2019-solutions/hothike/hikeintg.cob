000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKEINTG.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  WEEKLY REFERENTIAL INTEGRITY
001300*                      SWEEP OF THE KEYED TRAIL AND HIKE FILES.
001400*                      CROSS-CHECKS HIKEHIST, HIKEREG, XMITSTAT
001500*                      AND HIKECYC AGAINST TRAILMST AND AGAINST
001600*                      EACH OTHER, PRINTS INTGRPT BY EXCEPTION
001700*                      CATEGORY WITH COUNTS AND SAMPLE KEYS, ENDS
001800*                      WITH RC 4 WHEN ANYTHING IS FOUND AND CAN
001900*                      WRITE THE ORPHANED KEYS TO INTGCLN FOR
002000*                      OPERATIONS TO REVIEW.
002100*----------------------------------------------------------------
002200*
002300*    INTGCTL CARD LAYOUT (OPTIONAL; BLANK FIELDS TAKE DEFAULTS):
002400*        COLS  1- 3  DAYS AFTER SCORING THAT A HIKECYC COUNT IS
002500*                    STALE (DEFAULT 30)
002600*        COLS  5- 7  DAYS BACK TO LOOK FOR SCORES ON CLOSED
002700*                    TRAILS (DEFAULT 7)
002800*        COLS  9-10  SAMPLE KEYS PRINTED PER CATEGORY (DEFAULT
002900*                    10, AT MOST 20)
003000*        COL  12     "Y" WRITES THE INTGCLN CLEANUP FILE
003100*
003200*    EXCEPTION CATEGORIES:
003300*        HO  HIKEHIST HIKE ID NOT ON TRAILMST (ONE PER HIKE ID)
003400*        RO  HIKEREG ENTRY NOT ON TRAILMST
003500*        XO  XMITSTAT ENTRY NOT ON TRAILMST
003600*        XS  XMITSTAT "S" ENTRY WITH NO HIKEHIST RECORD
003700*        CO  HIKECYC COUNT NOT ON TRAILMST
003800*        CS  HIKECYC COUNT FOR A HIKE SCORED ("S" ON HIKEREG)
003900*            BEFORE THE CYCLE CUTOFF, OR NO LONGER ON HIKEREG
004000*        CT  CLOSED TRAIL WITH HIKEHIST RESULTS INSIDE THE
004100*            CLOSED-TRAIL WINDOW
004200*    A KEY MAY FALL IN MORE THAN ONE CATEGORY.  CT IS A TRAIL
004300*    STATUS QUESTION, NOT AN ORPHAN, SO IT IS NOT WRITTEN TO
004400*    INTGCLN.
004500*
004600*    INTGCLN RECORD LAYOUT (ONE PER ORPHANED KEY):
004700*        COLS  1- 2  CATEGORY
004800*        COLS  4-11  FILE HOLDING THE KEY
004900*        COLS 13-20  HIKE ID
005000*        COLS 22-29  DATE (LAST RUN / SCORED / SENT; ZERO IF
005100*                    NONE)
005200*        COLS 31-60  NOTE
005300*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT TRAILMST ASSIGN TO "TRAILMST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS TM-TRAIL-ID
006100         FILE STATUS IS WS-TRAILMST-STATUS.
006200     SELECT OPTIONAL HIKEHIST ASSIGN TO "HIKEHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS HH-HIST-KEY
006600         FILE STATUS IS WS-HIKEHIST-STATUS.
006700     SELECT OPTIONAL HIKEREG ASSIGN TO "HIKEREG"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS RG-HIKE-ID
007100         FILE STATUS IS WS-HIKEREG-STATUS.
007200     SELECT OPTIONAL XMITSTAT ASSIGN TO "XMITSTAT"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS XS-HIKE-ID
007600         FILE STATUS IS WS-XMITSTAT-STATUS.
007700     SELECT OPTIONAL HIKECYC ASSIGN TO "HIKECYC"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS CY-HIKE-ID
008100         FILE STATUS IS WS-HIKECYC-STATUS.
008200     SELECT OPTIONAL INTGCTL ASSIGN TO "INTGCTL"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-INTGCTL-STATUS.
008500     SELECT OPTIONAL INTGCLN ASSIGN TO "INTGCLN"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-INTGCLN-STATUS.
008800     SELECT OPTIONAL INTGRPT ASSIGN TO "INTGRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-INTGRPT-STATUS.
009100
009200     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS RANDOM
009500         RECORD KEY IS JS-STATE-KEY
009600         FILE STATUS IS WS-JOBSTATE-STATUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  TRAILMST.
010000 01  TM-TRAIL-RECORD.
010100     05 TM-TRAIL-ID                PIC X(08).
010200     05 TM-TRAIL-NAME              PIC X(30).
010300     05 TM-REGION-CODE             PIC X(04).
010400     05 TM-DIFFICULTY-CLASS        PIC X(02).
010500     05 TM-ACTIVE-FLAG             PIC X(01).
010600        88 TM-TRAIL-ACTIVE                   VALUE "A".
010700        88 TM-TRAIL-CLOSED                   VALUE "C".
010800
010900 FD  HIKEHIST.
011000 01  HH-HISTORY-RECORD.
011100     05 HH-HIST-KEY.
011200        10 HH-HIKE-ID              PIC X(08).
011300        10 HH-RUN-DATE             PIC 9(08).
011400     05 HH-POSITION                PIC 9(04).
011500     05 HH-VALUE                   PIC S9(05).
011600     05 HH-STATUS-CODE             PIC X(05).
011700
011800 FD  HIKEREG.
011900 01  RG-REGISTRY-RECORD.
012000     05 RG-HIKE-ID                 PIC X(08).
012100     05 RG-SCORED-DATE             PIC 9(08).
012200     05 RG-STATUS                  PIC X(01).
012300     05 RG-PRIOR-DATE              PIC 9(08).
012400     05 RG-PRIOR-STATUS            PIC X(01).
012500
012600 FD  XMITSTAT.
012700 01  XS-STATUS-RECORD.
012800     05 XS-HIKE-ID                PIC X(08).
012900     05 XS-STATUS                 PIC X(01).
013000     05 XS-SENT-DATE              PIC 9(08).
013100     05 XS-STATUS-DATE            PIC 9(08).
013200
013300 FD  HIKECYC.
013400 01  CY-CYCLE-RECORD.
013500     05 CY-HIKE-ID                PIC X(08).
013600     05 CY-CYCLE-COUNT            PIC 9(03).
013700
013800 FD  INTGCTL.
013900 01  IT-CONTROL-RECORD.
014000     05 IT-CYCLE-DAYS             PIC X(03).
014100     05 FILLER                    PIC X(01).
014200     05 IT-CLOSED-DAYS            PIC X(03).
014300     05 FILLER                    PIC X(01).
014400     05 IT-SAMPLES                PIC X(02).
014500     05 FILLER                    PIC X(01).
014600     05 IT-CLEANUP                PIC X(01).
014700
014800 FD  INTGCLN.
014900 01  IC-CLEANUP-RECORD.
015000     05 IC-CATEGORY               PIC X(02).
015100     05 FILLER                    PIC X(01).
015200     05 IC-FILE-ID                PIC X(08).
015300     05 FILLER                    PIC X(01).
015400     05 IC-HIKE-ID                PIC X(08).
015500     05 FILLER                    PIC X(01).
015600     05 IC-DATE                   PIC 9(08).
015700     05 FILLER                    PIC X(01).
015800     05 IC-NOTE                   PIC X(30).
015900
016000 FD  INTGRPT.
016100 01  IR-REPORT-LINE               PIC X(132).
016200
016300 FD  JOBSTATE.
016400 01  JS-STATE-RECORD.
016500     05 JS-STATE-KEY.
016600        10 JS-PROGRAM-ID          PIC X(08).
016700        10 JS-RUN-DATE            PIC 9(08).
016800     05 JS-START-TIME             PIC 9(08).
016900     05 JS-END-TIME               PIC 9(08).
017000     05 JS-RETURN-CODE            PIC 9(02).
017100     05 JS-COMPLETE-FLAG          PIC X(01).
017200        88 JS-RUN-COMPLETE                  VALUE "Y".
017300 WORKING-STORAGE SECTION.
017400*----------------------------------------------------------------
017500*    SWITCHES
017600*----------------------------------------------------------------
017700 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
017800     88 WS-END-OF-FILE                      VALUE "Y".
017900 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
018000     88 WS-CTL-END-OF-FILE                  VALUE "Y".
018100 77  WS-TRAIL-FOUND-SWITCH        PIC X(01) VALUE "N".
018200     88 WS-TRAIL-FOUND                      VALUE "Y".
018300 77  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
018400     88 WS-RECORD-FOUND                     VALUE "Y".
018500 77  WS-CLEANUP-SWITCH            PIC X(01) VALUE "N".
018600     88 WS-CLEANUP-WANTED                   VALUE "Y".
018700
018800*----------------------------------------------------------------
018900*    FILE STATUS AREAS
019000*----------------------------------------------------------------
019100 01  WS-TRAILMST-STATUS           PIC X(02) VALUE "00".
019200 01  WS-HIKEHIST-STATUS           PIC X(02) VALUE "00".
019300 01  WS-HIKEREG-STATUS            PIC X(02) VALUE "00".
019400 01  WS-XMITSTAT-STATUS           PIC X(02) VALUE "00".
019500 01  WS-HIKECYC-STATUS            PIC X(02) VALUE "00".
019600 01  WS-INTGCTL-STATUS            PIC X(02) VALUE "00".
019700 01  WS-INTGCLN-STATUS            PIC X(02) VALUE "00".
019800 01  WS-INTGRPT-STATUS            PIC X(02) VALUE "00".
019900 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
020000 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
020100 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
020200 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
020300
020400*----------------------------------------------------------------
020500*    INTGCTL PARAMETERS
020600*----------------------------------------------------------------
020700 01  WS-CYCLE-DAYS                PIC 9(03) VALUE 30.
020800 01  WS-CLOSED-DAYS               PIC 9(03) VALUE 7.
020900 01  WS-SAMPLE-LIMIT              PIC 9(02) VALUE 10.
021000 01  WS-TODAY-INTEGER             PIC 9(07) VALUE ZERO.
021100 01  WS-DATE-INTEGER              PIC 9(07) VALUE ZERO.
021200 01  WS-CYCLE-CUTOFF              PIC 9(08) VALUE ZERO.
021300 01  WS-CLOSED-CUTOFF             PIC 9(08) VALUE ZERO.
021400
021500*----------------------------------------------------------------
021600*    EXCEPTION CATEGORIES - CODE, FILE HOLDING THE KEY, TITLE
021700*----------------------------------------------------------------
021800 01  WS-CATEGORY-AREA.
021900     05 FILLER                    PIC X(02) VALUE "HO".
022000     05 FILLER                    PIC X(08) VALUE "HIKEHIST".
022100     05 FILLER                    PIC X(44)
022200            VALUE "HIKEHIST HIKE IDS NOT ON TRAILMST".
022300     05 FILLER                    PIC X(02) VALUE "RO".
022400     05 FILLER                    PIC X(08) VALUE "HIKEREG".
022500     05 FILLER                    PIC X(44)
022600            VALUE "HIKEREG ENTRIES NOT ON TRAILMST".
022700     05 FILLER                    PIC X(02) VALUE "XO".
022800     05 FILLER                    PIC X(08) VALUE "XMITSTAT".
022900     05 FILLER                    PIC X(44)
023000            VALUE "XMITSTAT ENTRIES NOT ON TRAILMST".
023100     05 FILLER                    PIC X(02) VALUE "XS".
023200     05 FILLER                    PIC X(08) VALUE "XMITSTAT".
023300     05 FILLER                    PIC X(44)
023400            VALUE "XMITSTAT SENT ENTRIES WITH NO HIKEHIST".
023500     05 FILLER                    PIC X(02) VALUE "CO".
023600     05 FILLER                    PIC X(08) VALUE "HIKECYC".
023700     05 FILLER                    PIC X(44)
023800            VALUE "HIKECYC COUNTS NOT ON TRAILMST".
023900     05 FILLER                    PIC X(02) VALUE "CS".
024000     05 FILLER                    PIC X(08) VALUE "HIKECYC".
024100     05 FILLER                    PIC X(44)
024200            VALUE "HIKECYC COUNTS FOR HIKES SCORED LONG AGO".
024300     05 FILLER                    PIC X(02) VALUE "CT".
024400     05 FILLER                    PIC X(08) VALUE "HIKEHIST".
024500     05 FILLER                    PIC X(44)
024600            VALUE "CLOSED TRAILS STILL PICKING UP SCORES".
024700 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-AREA.
024800     05 WS-CATEGORY-NAME          OCCURS 7 TIMES.
024900        10 CN-CODE                PIC X(02).
025000        10 CN-FILE-ID             PIC X(08).
025100        10 CN-TITLE               PIC X(44).
025200 01  WS-CATEGORY-COUNT            PIC 9(02) VALUE 7.
025300 01  WS-CAT-HIST-ORPHAN           PIC 9(02) VALUE 1.
025400 01  WS-CAT-REG-ORPHAN            PIC 9(02) VALUE 2.
025500 01  WS-CAT-XMIT-ORPHAN           PIC 9(02) VALUE 3.
025600 01  WS-CAT-XMIT-NO-HIST          PIC 9(02) VALUE 4.
025700 01  WS-CAT-CYC-ORPHAN            PIC 9(02) VALUE 5.
025800 01  WS-CAT-CYC-STALE             PIC 9(02) VALUE 6.
025900 01  WS-CAT-CLOSED-SCORING        PIC 9(02) VALUE 7.
026000
026100*----------------------------------------------------------------
026200*    EXCEPTION COUNTS AND SAMPLE KEYS PER CATEGORY
026300*----------------------------------------------------------------
026400 01  WS-EXCEPTION-TABLE.
026500     05 WS-EXCEPTION-ENTRY        OCCURS 7 TIMES.
026600        10 EX-COUNT               PIC 9(07).
026700        10 EX-SAMPLE-COUNT        PIC 9(02).
026800        10 EX-SAMPLE              OCCURS 20 TIMES.
026900           15 EX-HIKE-ID          PIC X(08).
027000           15 EX-DATE             PIC 9(08).
027100           15 EX-NOTE             PIC X(30).
027200 01  WS-CAT                       PIC 9(02) VALUE ZERO.
027300 01  WS-S                         PIC 9(02) VALUE ZERO.
027400 01  WS-EXC-HIKE-ID               PIC X(08) VALUE SPACES.
027500 01  WS-EXC-DATE                  PIC 9(08) VALUE ZERO.
027600 01  WS-EXC-NOTE                  PIC X(30) VALUE SPACES.
027700 01  WS-NOTE-AREA.
027800     05 NA-NUMBER                 PIC Z(05)9.
027900     05 FILLER                    PIC X(01) VALUE SPACE.
028000     05 NA-TEXT                   PIC X(23).
028100
028200*----------------------------------------------------------------
028300*    HIKEHIST GROUP WORK AREAS
028400*----------------------------------------------------------------
028500 01  WS-CURRENT-HIKE-ID           PIC X(08) VALUE SPACES.
028600 01  WS-GROUP-RECORDS             PIC 9(05) VALUE ZERO.
028700 01  WS-GROUP-RECENT              PIC 9(05) VALUE ZERO.
028800 01  WS-GROUP-LAST-DATE           PIC 9(08) VALUE ZERO.
028900 01  WS-CHECK-ID                  PIC X(08) VALUE SPACES.
029000
029100*----------------------------------------------------------------
029200*    COUNTS
029300*----------------------------------------------------------------
029400 01  WS-HIST-READ                 PIC 9(07) VALUE ZERO.
029500 01  WS-HIST-HIKES                PIC 9(07) VALUE ZERO.
029600 01  WS-REG-READ                  PIC 9(07) VALUE ZERO.
029700 01  WS-XMIT-READ                 PIC 9(07) VALUE ZERO.
029800 01  WS-CYC-READ                  PIC 9(07) VALUE ZERO.
029900 01  WS-TOTAL-EXCEPTIONS          PIC 9(07) VALUE ZERO.
030000 01  WS-CLEANUP-WRITTEN           PIC 9(07) VALUE ZERO.
030100
030200*----------------------------------------------------------------
030300*    REPORT WORK AREAS
030400*----------------------------------------------------------------
030500 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
030600 01  WS-RUN-DATE-EDIT.
030700     05 WS-RD-YEAR                PIC 9(04).
030800     05 FILLER                    PIC X(01) VALUE "-".
030900     05 WS-RD-MONTH               PIC 9(02).
031000     05 FILLER                    PIC X(01) VALUE "-".
031100     05 WS-RD-DAY                 PIC 9(02).
031200
031300 01  WS-REPORT-HEADING-1.
031400     05 FILLER                    PIC X(20) VALUE "HIKEINTG".
031500     05 FILLER                    PIC X(34)
031600            VALUE "TRAIL/HIKE FILE INTEGRITY SWEEP".
031700     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
031800     05 RH1-RUN-DATE              PIC X(10).
031900
032000 01  WS-REPORT-HEADING-2.
032100     05 FILLER                    PIC X(24)
032200            VALUE "HIKECYC STALE IF SCORED".
032300     05 FILLER                    PIC X(07) VALUE "BEFORE".
032400     05 RH2-CYCLE-CUTOFF          PIC 9(08).
032500     05 FILLER                    PIC X(04) VALUE SPACES.
032600     05 FILLER                    PIC X(30)
032700            VALUE "CLOSED-TRAIL SCORES SINCE".
032800     05 RH2-CLOSED-CUTOFF         PIC 9(08).
032900     05 FILLER                    PIC X(04) VALUE SPACES.
033000     05 FILLER                    PIC X(09) VALUE "CLEANUP:".
033100     05 RH2-CLEANUP               PIC X(03).
033200
033300 01  WS-CATEGORY-LINE.
033400     05 CL-CODE                   PIC X(02).
033500     05 FILLER                    PIC X(02) VALUE SPACES.
033600     05 CL-FILE-ID                PIC X(08).
033700     05 FILLER                    PIC X(02) VALUE SPACES.
033800     05 CL-TITLE                  PIC X(44).
033900     05 FILLER                    PIC X(12) VALUE "EXCEPTIONS:".
034000     05 CL-COUNT                  PIC Z(06)9.
034100
034200 01  WS-SAMPLE-LINE.
034300     05 FILLER                    PIC X(06) VALUE SPACES.
034400     05 FILLER                    PIC X(09) VALUE "HIKE ID".
034500     05 SL-HIKE-ID                PIC X(08).
034600     05 FILLER                    PIC X(04) VALUE SPACES.
034700     05 FILLER                    PIC X(06) VALUE "DATE".
034800     05 SL-DATE                   PIC X(08).
034900     05 FILLER                    PIC X(04) VALUE SPACES.
035000     05 SL-NOTE                   PIC X(30).
035100
035200 01  WS-MORE-LINE.
035300     05 FILLER                    PIC X(06) VALUE SPACES.
035400     05 FILLER                    PIC X(08) VALUE "... AND".
035500     05 ML-MORE                   PIC Z(06)9.
035600     05 FILLER                    PIC X(05) VALUE " MORE".
035700
035800 01  WS-REPORT-TRAILER-1.
035900     05 FILLER               PIC X(18) VALUE "HIKEHIST RECORDS:".
036000     05 RT1-HIST             PIC Z(06)9.
036100     05 FILLER               PIC X(03) VALUE " IN".
036200     05 RT1-HIKES            PIC Z(06)9.
036300     05 FILLER               PIC X(07) VALUE " HIKES".
036400     05 FILLER               PIC X(04) VALUE SPACES.
036500     05 FILLER               PIC X(09) VALUE "HIKEREG:".
036600     05 RT1-REG              PIC Z(06)9.
036700     05 FILLER               PIC X(04) VALUE SPACES.
036800     05 FILLER               PIC X(10) VALUE "XMITSTAT:".
036900     05 RT1-XMIT             PIC Z(06)9.
037000     05 FILLER               PIC X(04) VALUE SPACES.
037100     05 FILLER               PIC X(09) VALUE "HIKECYC:".
037200     05 RT1-CYC              PIC Z(06)9.
037300
037400 01  WS-REPORT-TRAILER-2.
037500     05 FILLER               PIC X(18) VALUE "TOTAL EXCEPTIONS:".
037600     05 RT2-EXCEPTIONS       PIC Z(06)9.
037700     05 FILLER               PIC X(06) VALUE SPACES.
037800     05 FILLER               PIC X(17) VALUE "CLEANUP RECORDS:".
037900     05 RT2-CLEANUP          PIC Z(06)9.
038000     05 FILLER               PIC X(06) VALUE SPACES.
038100     05 FILLER               PIC X(13) VALUE "RETURN CODE:".
038200     05 RT2-RETURN-CODE      PIC Z9.
038300
038400 PROCEDURE DIVISION.
038500*----------------------------------------------------------------
038600*    0000-MAINLINE
038700*----------------------------------------------------------------
038800 0000-MAINLINE.
038900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039000     PERFORM 2000-SWEEP-HIKEHIST THRU 2000-EXIT.
039100     PERFORM 3000-SWEEP-HIKEREG THRU 3000-EXIT.
039200     PERFORM 4000-SWEEP-XMITSTAT THRU 4000-EXIT.
039300     PERFORM 5000-SWEEP-HIKECYC THRU 5000-EXIT.
039400     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
039500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039600     STOP RUN.
039700
039800*----------------------------------------------------------------
039900*    1000-INITIALIZE - READ THE PARAMETERS AND OPEN THE FILES
040000*----------------------------------------------------------------
040100 1000-INITIALIZE.
040200     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
040300     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
040400     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
040500     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
040600     INITIALIZE WS-EXCEPTION-TABLE.
040700     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
040800     OPEN INPUT TRAILMST.
040900     IF WS-TRAILMST-STATUS NOT = "00"
041000        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
041100        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
041200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
041300     END-IF.
041400     OPEN INPUT HIKEHIST.
041500     IF WS-HIKEHIST-STATUS NOT = "00"
041600        AND WS-HIKEHIST-STATUS NOT = "05"
041700        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
041800        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
041900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
042000     END-IF.
042100     OPEN INPUT HIKEREG.
042200     IF WS-HIKEREG-STATUS NOT = "00"
042300        AND WS-HIKEREG-STATUS NOT = "05"
042400        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
042500        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
042600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
042700     END-IF.
042800     OPEN INPUT XMITSTAT.
042900     IF WS-XMITSTAT-STATUS NOT = "00"
043000        AND WS-XMITSTAT-STATUS NOT = "05"
043100        MOVE "XMITSTAT" TO WS-ABEND-FILE-ID
043200        MOVE WS-XMITSTAT-STATUS TO WS-ABEND-STATUS
043300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
043400     END-IF.
043500     OPEN INPUT HIKECYC.
043600     IF WS-HIKECYC-STATUS NOT = "00"
043700        AND WS-HIKECYC-STATUS NOT = "05"
043800        MOVE "HIKECYC" TO WS-ABEND-FILE-ID
043900        MOVE WS-HIKECYC-STATUS TO WS-ABEND-STATUS
044000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044100     END-IF.
044200     IF WS-CLEANUP-WANTED
044300        OPEN OUTPUT INTGCLN
044400        IF WS-INTGCLN-STATUS NOT = "00"
044500           AND WS-INTGCLN-STATUS NOT = "05"
044600           MOVE "INTGCLN" TO WS-ABEND-FILE-ID
044700           MOVE WS-INTGCLN-STATUS TO WS-ABEND-STATUS
044800           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044900        END-IF
045000     END-IF.
045100     OPEN OUTPUT INTGRPT.
045200     IF WS-INTGRPT-STATUS NOT = "00"
045300        AND WS-INTGRPT-STATUS NOT = "05"
045400        MOVE "INTGRPT" TO WS-ABEND-FILE-ID
045500        MOVE WS-INTGRPT-STATUS TO WS-ABEND-STATUS
045600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
045700     END-IF.
045800 1000-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------
046200*    1100-READ-CONTROL-CARD - READ THE OPTIONAL INTGCTL CARD AND
046300*                             WORK OUT THE TWO CUTOFF DATES
046400*----------------------------------------------------------------
046500 1100-READ-CONTROL-CARD.
046600     OPEN INPUT INTGCTL.
046700     READ INTGCTL
046800         AT END
046900             SET WS-CTL-END-OF-FILE TO TRUE
047000     END-READ.
047100     IF NOT WS-CTL-END-OF-FILE
047200        IF IT-CYCLE-DAYS NOT = SPACES
047300           AND FUNCTION TEST-NUMVAL(IT-CYCLE-DAYS) = 0
047400           MOVE FUNCTION NUMVAL(IT-CYCLE-DAYS) TO WS-CYCLE-DAYS
047500        END-IF
047600        IF IT-CLOSED-DAYS NOT = SPACES
047700           AND FUNCTION TEST-NUMVAL(IT-CLOSED-DAYS) = 0
047800           MOVE FUNCTION NUMVAL(IT-CLOSED-DAYS)
047900               TO WS-CLOSED-DAYS
048000        END-IF
048100        IF IT-SAMPLES NOT = SPACES
048200           AND FUNCTION TEST-NUMVAL(IT-SAMPLES) = 0
048300           MOVE FUNCTION NUMVAL(IT-SAMPLES) TO WS-SAMPLE-LIMIT
048400        END-IF
048500        IF IT-CLEANUP = "Y"
048600           SET WS-CLEANUP-WANTED TO TRUE
048700        END-IF
048800     END-IF.
048900     CLOSE INTGCTL.
049000     IF WS-SAMPLE-LIMIT > 20
049100        MOVE 20 TO WS-SAMPLE-LIMIT
049200     END-IF.
049300     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
049400         TO WS-TODAY-INTEGER.
049500     COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER - WS-CYCLE-DAYS.
049600     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
049700         TO WS-CYCLE-CUTOFF.
049800     COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER - WS-CLOSED-DAYS.
049900     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
050000         TO WS-CLOSED-CUTOFF.
050100 1100-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500*    2000-SWEEP-HIKEHIST - READ HIKEHIST IN KEY ORDER AND CHECK
050600*                          EACH HIKE ID'S GROUP OF RESULTS
050700*                          AGAINST TRAILMST
050800*----------------------------------------------------------------
050900 2000-SWEEP-HIKEHIST.
051000     MOVE "N" TO WS-EOF-SWITCH.
051100     MOVE SPACES TO WS-CURRENT-HIKE-ID.
051200     PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT
051300         UNTIL WS-END-OF-FILE.
051400     IF WS-CURRENT-HIKE-ID NOT = SPACES
051500        PERFORM 2500-CHECK-HIKE-GROUP THRU 2500-EXIT
051600     END-IF.
051700 2000-EXIT.
051800     EXIT.
051900
052000 2100-READ-ONE-HISTORY.
052100     READ HIKEHIST NEXT RECORD
052200         AT END
052300             SET WS-END-OF-FILE TO TRUE
052400     END-READ.
052500     IF WS-END-OF-FILE
052600        GO TO 2100-EXIT
052700     END-IF.
052800     IF WS-HIKEHIST-STATUS NOT = "00"
052900        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
053000        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
053100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
053200     END-IF.
053300     ADD 1 TO WS-HIST-READ.
053400     IF HH-HIKE-ID NOT = WS-CURRENT-HIKE-ID
053500        IF WS-CURRENT-HIKE-ID NOT = SPACES
053600           PERFORM 2500-CHECK-HIKE-GROUP THRU 2500-EXIT
053700        END-IF
053800        MOVE HH-HIKE-ID TO WS-CURRENT-HIKE-ID
053900        MOVE ZERO TO WS-GROUP-RECORDS
054000        MOVE ZERO TO WS-GROUP-RECENT
054100     END-IF.
054200     ADD 1 TO WS-GROUP-RECORDS.
054300     MOVE HH-RUN-DATE TO WS-GROUP-LAST-DATE.
054400     IF HH-RUN-DATE >= WS-CLOSED-CUTOFF
054500        ADD 1 TO WS-GROUP-RECENT
054600     END-IF.
054700 2100-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------
055100*    2500-CHECK-HIKE-GROUP - A HIKE ID MISSING FROM TRAILMST IS
055200*                            AN ORPHAN; ONE ON A CLOSED TRAIL
055300*                            WITH RECENT RESULTS IS STILL SCORING
055400*----------------------------------------------------------------
055500 2500-CHECK-HIKE-GROUP.
055600     ADD 1 TO WS-HIST-HIKES.
055700     MOVE WS-CURRENT-HIKE-ID TO WS-CHECK-ID.
055800     PERFORM 7000-LOOK-UP-TRAIL THRU 7000-EXIT.
055900     MOVE WS-CURRENT-HIKE-ID TO WS-EXC-HIKE-ID.
056000     MOVE WS-GROUP-LAST-DATE TO WS-EXC-DATE.
056100     IF NOT WS-TRAIL-FOUND
056200        MOVE SPACES TO WS-NOTE-AREA
056300        MOVE WS-GROUP-RECORDS TO NA-NUMBER
056400        MOVE "HISTORY RECORDS" TO NA-TEXT
056500        MOVE WS-NOTE-AREA TO WS-EXC-NOTE
056600        MOVE WS-CAT-HIST-ORPHAN TO WS-CAT
056700        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
056800        GO TO 2500-EXIT
056900     END-IF.
057000     IF TM-TRAIL-CLOSED AND WS-GROUP-RECENT > 0
057100        MOVE SPACES TO WS-NOTE-AREA
057200        MOVE WS-GROUP-RECENT TO NA-NUMBER
057300        MOVE "RESULTS IN WINDOW" TO NA-TEXT
057400        MOVE WS-NOTE-AREA TO WS-EXC-NOTE
057500        MOVE WS-CAT-CLOSED-SCORING TO WS-CAT
057600        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
057700     END-IF.
057800 2500-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------
058200*    3000-SWEEP-HIKEREG - EVERY REGISTRY ENTRY MUST BELONG TO A
058300*                         TRAIL ON TRAILMST
058400*----------------------------------------------------------------
058500 3000-SWEEP-HIKEREG.
058600     MOVE "N" TO WS-EOF-SWITCH.
058700     PERFORM 3100-CHECK-ONE-REGISTRY THRU 3100-EXIT
058800         UNTIL WS-END-OF-FILE.
058900 3000-EXIT.
059000     EXIT.
059100
059200 3100-CHECK-ONE-REGISTRY.
059300     READ HIKEREG NEXT RECORD
059400         AT END
059500             SET WS-END-OF-FILE TO TRUE
059600     END-READ.
059700     IF WS-END-OF-FILE
059800        GO TO 3100-EXIT
059900     END-IF.
060000     IF WS-HIKEREG-STATUS NOT = "00"
060100        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
060200        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
060300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
060400     END-IF.
060500     ADD 1 TO WS-REG-READ.
060600     MOVE RG-HIKE-ID TO WS-CHECK-ID.
060700     PERFORM 7000-LOOK-UP-TRAIL THRU 7000-EXIT.
060800     IF NOT WS-TRAIL-FOUND
060900        MOVE RG-HIKE-ID TO WS-EXC-HIKE-ID
061000        MOVE RG-SCORED-DATE TO WS-EXC-DATE
061100        MOVE SPACES TO WS-EXC-NOTE
061200        STRING "REGISTRY STATUS " DELIMITED BY SIZE
061300               RG-STATUS DELIMITED BY SIZE
061400            INTO WS-EXC-NOTE
061500        END-STRING
061600        MOVE WS-CAT-REG-ORPHAN TO WS-CAT
061700        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
061800     END-IF.
061900 3100-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------------
062300*    4000-SWEEP-XMITSTAT - EVERY TRANSMISSION ENTRY MUST BELONG
062400*                          TO A TRAIL, AND A SENT ("S") ENTRY
062500*                          MUST STILL HAVE HIKEHIST RESULTS
062600*----------------------------------------------------------------
062700 4000-SWEEP-XMITSTAT.
062800     MOVE "N" TO WS-EOF-SWITCH.
062900     PERFORM 4100-CHECK-ONE-XMIT THRU 4100-EXIT
063000         UNTIL WS-END-OF-FILE.
063100 4000-EXIT.
063200     EXIT.
063300
063400 4100-CHECK-ONE-XMIT.
063500     READ XMITSTAT NEXT RECORD
063600         AT END
063700             SET WS-END-OF-FILE TO TRUE
063800     END-READ.
063900     IF WS-END-OF-FILE
064000        GO TO 4100-EXIT
064100     END-IF.
064200     IF WS-XMITSTAT-STATUS NOT = "00"
064300        MOVE "XMITSTAT" TO WS-ABEND-FILE-ID
064400        MOVE WS-XMITSTAT-STATUS TO WS-ABEND-STATUS
064500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
064600     END-IF.
064700     ADD 1 TO WS-XMIT-READ.
064800     MOVE XS-HIKE-ID TO WS-EXC-HIKE-ID.
064900     MOVE XS-SENT-DATE TO WS-EXC-DATE.
065000     MOVE XS-HIKE-ID TO WS-CHECK-ID.
065100     PERFORM 7000-LOOK-UP-TRAIL THRU 7000-EXIT.
065200     IF NOT WS-TRAIL-FOUND
065300        MOVE SPACES TO WS-EXC-NOTE
065400        STRING "TRANSMISSION STATUS " DELIMITED BY SIZE
065500               XS-STATUS DELIMITED BY SIZE
065600            INTO WS-EXC-NOTE
065700        END-STRING
065800        MOVE WS-CAT-XMIT-ORPHAN TO WS-CAT
065900        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
066000     END-IF.
066100     IF XS-STATUS NOT = "S"
066200        GO TO 4100-EXIT
066300     END-IF.
066400     PERFORM 4200-FIND-HISTORY THRU 4200-EXIT.
066500     IF NOT WS-RECORD-FOUND
066600        MOVE "SENT, NO HISTORY ON FILE" TO WS-EXC-NOTE
066700        MOVE WS-CAT-XMIT-NO-HIST TO WS-CAT
066800        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
066900     END-IF.
067000 4100-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400*    4200-FIND-HISTORY - POSITION ON THE FIRST HIKEHIST RECORD
067500*                        FOR THE HIKE AND SEE IF IT IS THERE
067600*----------------------------------------------------------------
067700 4200-FIND-HISTORY.
067800     MOVE "N" TO WS-FOUND-SWITCH.
067900     MOVE XS-HIKE-ID TO HH-HIKE-ID.
068000     MOVE ZERO TO HH-RUN-DATE.
068100     START HIKEHIST KEY NOT < HH-HIST-KEY
068200         INVALID KEY
068300             GO TO 4200-EXIT
068400     END-START.
068500     READ HIKEHIST NEXT RECORD
068600         AT END
068700             GO TO 4200-EXIT
068800     END-READ.
068900     IF WS-HIKEHIST-STATUS NOT = "00"
069000        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
069100        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
069200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
069300     END-IF.
069400     IF HH-HIKE-ID = XS-HIKE-ID
069500        SET WS-RECORD-FOUND TO TRUE
069600     END-IF.
069700 4200-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------------
070100*    5000-SWEEP-HIKECYC - EVERY CYCLE COUNT MUST BELONG TO A
070200*                         TRAIL, AND IS STALE ONCE ITS HIKE WAS
070300*                         SCORED BEFORE THE CYCLE CUTOFF OR HAS
070400*                         LEFT HIKEREG ALTOGETHER
070500*----------------------------------------------------------------
070600 5000-SWEEP-HIKECYC.
070700     MOVE "N" TO WS-EOF-SWITCH.
070800     PERFORM 5100-CHECK-ONE-CYCLE THRU 5100-EXIT
070900         UNTIL WS-END-OF-FILE.
071000 5000-EXIT.
071100     EXIT.
071200
071300 5100-CHECK-ONE-CYCLE.
071400     READ HIKECYC NEXT RECORD
071500         AT END
071600             SET WS-END-OF-FILE TO TRUE
071700     END-READ.
071800     IF WS-END-OF-FILE
071900        GO TO 5100-EXIT
072000     END-IF.
072100     IF WS-HIKECYC-STATUS NOT = "00"
072200        MOVE "HIKECYC" TO WS-ABEND-FILE-ID
072300        MOVE WS-HIKECYC-STATUS TO WS-ABEND-STATUS
072400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072500     END-IF.
072600     ADD 1 TO WS-CYC-READ.
072700     MOVE CY-HIKE-ID TO WS-EXC-HIKE-ID.
072800     MOVE ZERO TO WS-EXC-DATE.
072900     MOVE SPACES TO WS-NOTE-AREA.
073000     MOVE CY-CYCLE-COUNT TO NA-NUMBER.
073100     MOVE CY-HIKE-ID TO WS-CHECK-ID.
073200     PERFORM 7000-LOOK-UP-TRAIL THRU 7000-EXIT.
073300     IF NOT WS-TRAIL-FOUND
073400        MOVE "RESUBMISSION CYCLES" TO NA-TEXT
073500        MOVE WS-NOTE-AREA TO WS-EXC-NOTE
073600        MOVE WS-CAT-CYC-ORPHAN TO WS-CAT
073700        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
073800     END-IF.
073900     MOVE "N" TO WS-FOUND-SWITCH.
074000     MOVE CY-HIKE-ID TO RG-HIKE-ID.
074100     READ HIKEREG
074200         INVALID KEY
074300             CONTINUE
074400         NOT INVALID KEY
074500             SET WS-RECORD-FOUND TO TRUE
074600     END-READ.
074700     IF NOT WS-RECORD-FOUND
074800        AND WS-HIKEREG-STATUS NOT = "23"
074900        AND WS-HIKEREG-STATUS NOT = "00"
075000        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
075100        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
075200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
075300     END-IF.
075400     IF NOT WS-RECORD-FOUND
075500        MOVE "CYCLES, NOT ON HIKEREG" TO NA-TEXT
075600        MOVE WS-NOTE-AREA TO WS-EXC-NOTE
075700        MOVE WS-CAT-CYC-STALE TO WS-CAT
075800        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
075900        GO TO 5100-EXIT
076000     END-IF.
076100     IF RG-STATUS = "S"
076200        AND RG-SCORED-DATE < WS-CYCLE-CUTOFF
076300        MOVE RG-SCORED-DATE TO WS-EXC-DATE
076400        MOVE "CYCLES, SCORED LONG AGO" TO NA-TEXT
076500        MOVE WS-NOTE-AREA TO WS-EXC-NOTE
076600        MOVE WS-CAT-CYC-STALE TO WS-CAT
076700        PERFORM 7100-RECORD-EXCEPTION THRU 7100-EXIT
076800     END-IF.
076900 5100-EXIT.
077000     EXIT.
077100
077200*----------------------------------------------------------------
077300*    6000-PRINT-EXCEPTIONS - ONE BLOCK PER CATEGORY WITH ITS
077400*                            COUNT AND SAMPLE KEYS
077500*----------------------------------------------------------------
077600 6000-PRINT-EXCEPTIONS.
077700     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
077800     MOVE WS-CYCLE-CUTOFF TO RH2-CYCLE-CUTOFF.
077900     MOVE WS-CLOSED-CUTOFF TO RH2-CLOSED-CUTOFF.
078000     IF WS-CLEANUP-WANTED
078100        MOVE "YES" TO RH2-CLEANUP
078200     ELSE
078300        MOVE "NO" TO RH2-CLEANUP
078400     END-IF.
078500     MOVE WS-REPORT-HEADING-1 TO IR-REPORT-LINE.
078600     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
078700     MOVE WS-REPORT-HEADING-2 TO IR-REPORT-LINE.
078800     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
078900     PERFORM VARYING WS-CAT FROM 1 BY 1
079000           UNTIL WS-CAT > WS-CATEGORY-COUNT
079100        PERFORM 6100-PRINT-ONE-CATEGORY THRU 6100-EXIT
079200     END-PERFORM.
079300 6000-EXIT.
079400     EXIT.
079500
079600 6100-PRINT-ONE-CATEGORY.
079700     MOVE SPACES TO IR-REPORT-LINE.
079800     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
079900     MOVE CN-CODE(WS-CAT) TO CL-CODE.
080000     MOVE CN-FILE-ID(WS-CAT) TO CL-FILE-ID.
080100     MOVE CN-TITLE(WS-CAT) TO CL-TITLE.
080200     MOVE EX-COUNT(WS-CAT) TO CL-COUNT.
080300     MOVE WS-CATEGORY-LINE TO IR-REPORT-LINE.
080400     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
080500     PERFORM VARYING WS-S FROM 1 BY 1
080600           UNTIL WS-S > EX-SAMPLE-COUNT(WS-CAT)
080700        MOVE EX-HIKE-ID(WS-CAT, WS-S) TO SL-HIKE-ID
080800        IF EX-DATE(WS-CAT, WS-S) = 0
080900           MOVE "NONE" TO SL-DATE
081000        ELSE
081100           MOVE EX-DATE(WS-CAT, WS-S) TO SL-DATE
081200        END-IF
081300        MOVE EX-NOTE(WS-CAT, WS-S) TO SL-NOTE
081400        MOVE WS-SAMPLE-LINE TO IR-REPORT-LINE
081500        PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
081600     END-PERFORM.
081700     IF EX-COUNT(WS-CAT) > EX-SAMPLE-COUNT(WS-CAT)
081800        COMPUTE ML-MORE =
081900            EX-COUNT(WS-CAT) - EX-SAMPLE-COUNT(WS-CAT)
082000        MOVE WS-MORE-LINE TO IR-REPORT-LINE
082100        PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
082200     END-IF.
082300 6100-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700*    6900-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
082800*----------------------------------------------------------------
082900 6900-WRITE-REPORT-LINE.
083000     WRITE IR-REPORT-LINE.
083100     IF WS-INTGRPT-STATUS NOT = "00"
083200        MOVE "INTGRPT" TO WS-ABEND-FILE-ID
083300        MOVE WS-INTGRPT-STATUS TO WS-ABEND-STATUS
083400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
083500     END-IF.
083600 6900-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------
084000*    7000-LOOK-UP-TRAIL - RANDOM READ OF TRAILMST FOR THE KEY IN
084100*                         WS-CHECK-ID
084200*----------------------------------------------------------------
084300 7000-LOOK-UP-TRAIL.
084400     MOVE "N" TO WS-TRAIL-FOUND-SWITCH.
084500     MOVE WS-CHECK-ID TO TM-TRAIL-ID.
084600     READ TRAILMST
084700         INVALID KEY
084800             CONTINUE
084900         NOT INVALID KEY
085000             SET WS-TRAIL-FOUND TO TRUE
085100     END-READ.
085200     IF NOT WS-TRAIL-FOUND
085300        AND WS-TRAILMST-STATUS NOT = "23"
085400        AND WS-TRAILMST-STATUS NOT = "00"
085500        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
085600        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
085700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
085800     END-IF.
085900 7000-EXIT.
086000     EXIT.
086100
086200*----------------------------------------------------------------
086300*    7100-RECORD-EXCEPTION - COUNT ONE EXCEPTION IN CATEGORY
086400*                            WS-CAT, KEEP IT AS A SAMPLE WHILE
086500*                            THERE IS ROOM, AND WRITE AN ORPHANED
086600*                            KEY TO THE CLEANUP FILE
086700*----------------------------------------------------------------
086800 7100-RECORD-EXCEPTION.
086900     ADD 1 TO EX-COUNT(WS-CAT).
087000     ADD 1 TO WS-TOTAL-EXCEPTIONS.
087100     IF EX-SAMPLE-COUNT(WS-CAT) < WS-SAMPLE-LIMIT
087200        ADD 1 TO EX-SAMPLE-COUNT(WS-CAT)
087300        MOVE EX-SAMPLE-COUNT(WS-CAT) TO WS-S
087400        MOVE WS-EXC-HIKE-ID TO EX-HIKE-ID(WS-CAT, WS-S)
087500        MOVE WS-EXC-DATE TO EX-DATE(WS-CAT, WS-S)
087600        MOVE WS-EXC-NOTE TO EX-NOTE(WS-CAT, WS-S)
087700     END-IF.
087800     IF NOT WS-CLEANUP-WANTED
087900        OR WS-CAT = WS-CAT-CLOSED-SCORING
088000        GO TO 7100-EXIT
088100     END-IF.
088200     MOVE SPACES TO IC-CLEANUP-RECORD.
088300     MOVE CN-CODE(WS-CAT) TO IC-CATEGORY.
088400     MOVE CN-FILE-ID(WS-CAT) TO IC-FILE-ID.
088500     MOVE WS-EXC-HIKE-ID TO IC-HIKE-ID.
088600     MOVE WS-EXC-DATE TO IC-DATE.
088700     MOVE WS-EXC-NOTE TO IC-NOTE.
088800     WRITE IC-CLEANUP-RECORD.
088900     IF WS-INTGCLN-STATUS NOT = "00"
089000        MOVE "INTGCLN" TO WS-ABEND-FILE-ID
089100        MOVE WS-INTGCLN-STATUS TO WS-ABEND-STATUS
089200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
089300     END-IF.
089400     ADD 1 TO WS-CLEANUP-WRITTEN.
089500 7100-EXIT.
089600     EXIT.
089700
089800*----------------------------------------------------------------
089900*    9000-TERMINATE - SET THE RETURN CODE, WRITE THE TRAILER AND
090000*                     CLOSE FILES
090100*----------------------------------------------------------------
090200 9000-TERMINATE.
090300     IF WS-TOTAL-EXCEPTIONS > 0
090400        MOVE 4 TO RETURN-CODE
090500     END-IF.
090600     MOVE SPACES TO IR-REPORT-LINE.
090700     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
090800     MOVE WS-HIST-READ TO RT1-HIST.
090900     MOVE WS-HIST-HIKES TO RT1-HIKES.
091000     MOVE WS-REG-READ TO RT1-REG.
091100     MOVE WS-XMIT-READ TO RT1-XMIT.
091200     MOVE WS-CYC-READ TO RT1-CYC.
091300     MOVE WS-REPORT-TRAILER-1 TO IR-REPORT-LINE.
091400     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
091500     MOVE WS-TOTAL-EXCEPTIONS TO RT2-EXCEPTIONS.
091600     MOVE WS-CLEANUP-WRITTEN TO RT2-CLEANUP.
091700     MOVE RETURN-CODE TO RT2-RETURN-CODE.
091800     MOVE WS-REPORT-TRAILER-2 TO IR-REPORT-LINE.
091900     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
092000     CLOSE TRAILMST.
092100     CLOSE HIKEHIST.
092200     CLOSE HIKEREG.
092300     CLOSE XMITSTAT.
092400     CLOSE HIKECYC.
092500     IF WS-CLEANUP-WANTED
092600        CLOSE INTGCLN
092700     END-IF.
092800     CLOSE INTGRPT.
092900     DISPLAY "HIKEINTG: " WS-TOTAL-EXCEPTIONS
093000         " INTEGRITY EXCEPTIONS FOUND".
093100     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
093200 9000-EXIT.
093300     EXIT.
093400
093500*----------------------------------------------------------------
093600*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
093700*                           JOBSTATE FILE
093800*----------------------------------------------------------------
093900 8500-STAMP-JOB-START.
094000     IF WS-RUN-DATE = 0
094100        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
094200     END-IF.
094300     OPEN I-O JOBSTATE.
094400     IF WS-JOBSTATE-STATUS NOT = "00"
094500        AND WS-JOBSTATE-STATUS NOT = "05"
094600        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
094700        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
094800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
094900     END-IF.
095000     ACCEPT WS-STAMP-TIME FROM TIME.
095100     MOVE "HIKEINTG" TO JS-PROGRAM-ID.
095200     MOVE WS-RUN-DATE TO JS-RUN-DATE.
095300     READ JOBSTATE
095400         INVALID KEY
095500             MOVE "HIKEINTG" TO JS-PROGRAM-ID
095600             MOVE WS-RUN-DATE TO JS-RUN-DATE
095700             MOVE WS-STAMP-TIME TO JS-START-TIME
095800             MOVE ZERO TO JS-END-TIME
095900             MOVE 99 TO JS-RETURN-CODE
096000             MOVE "N" TO JS-COMPLETE-FLAG
096100             WRITE JS-STATE-RECORD
096200         NOT INVALID KEY
096300             MOVE WS-STAMP-TIME TO JS-START-TIME
096400             MOVE ZERO TO JS-END-TIME
096500             MOVE 99 TO JS-RETURN-CODE
096600             MOVE "N" TO JS-COMPLETE-FLAG
096700             REWRITE JS-STATE-RECORD
096800     END-READ.
096900     IF WS-JOBSTATE-STATUS NOT = "00"
097000        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
097100        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
097200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
097300     END-IF.
097400 8500-EXIT.
097500     EXIT.
097600
097700*----------------------------------------------------------------
097800*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
097900*                         RETURN CODE
098000*----------------------------------------------------------------
098100 8600-STAMP-JOB-END.
098200     ACCEPT WS-STAMP-TIME FROM TIME.
098300     MOVE "HIKEINTG" TO JS-PROGRAM-ID.
098400     MOVE WS-RUN-DATE TO JS-RUN-DATE.
098500     READ JOBSTATE
098600         INVALID KEY
098700             CONTINUE
098800         NOT INVALID KEY
098900             MOVE WS-STAMP-TIME TO JS-END-TIME
099000             MOVE RETURN-CODE TO JS-RETURN-CODE
099100             MOVE "Y" TO JS-COMPLETE-FLAG
099200             REWRITE JS-STATE-RECORD
099300     END-READ.
099400     CLOSE JOBSTATE.
099500 8600-EXIT.
099600     EXIT.
099700
099800*----------------------------------------------------------------
099900*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
100000*----------------------------------------------------------------
100100 9990-ABEND-ON-FILE-ERROR.
100200     DISPLAY "HIKEINTG: I/O ERROR ON " WS-ABEND-FILE-ID
100300         " - FILE STATUS = " WS-ABEND-STATUS.
100400     MOVE 16 TO RETURN-CODE.
100500     STOP RUN.
100600 9990-EXIT.
100700     EXIT.
