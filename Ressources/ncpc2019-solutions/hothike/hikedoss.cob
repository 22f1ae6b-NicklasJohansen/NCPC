000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKEDOSS.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  TRAIL DOSSIER INQUIRY FOR
001300*                      SUPPORT CALLS FROM THE RANGER OFFICE.
001400*                      FOR EACH TRAIL ID ON THE DOSSCTL CARDS IT
001500*                      PRINTS, IN ONE PLACE, THE TRAILMST
001600*                      RECORD, THE LAST N HIKEHIST RESULTS, THE
001700*                      HIKEREG ENTRY, THE XMITSTAT TRANSMISSION
001800*                      STATUS, THE HIKECYC HIKEFIX CYCLE COUNT,
001900*                      AND EVERY HIKEERR REJECT AND ALRTOUT
002000*                      SAFETY ALERT ON FILE FOR THE TRAIL.
002100*----------------------------------------------------------------
002200*
002300*    DOSSCTL CARD LAYOUT (AT LEAST ONE CARD IS REQUIRED):
002400*        COLS  1- 2  HIKEHIST RESULTS TO SHOW (DEFAULT 10,
002500*                    AT MOST 50; THE FIRST CARD THAT GIVES A
002600*                    NUMBER SETS IT)
002700*        COLS  4-11  TRAIL ID
002800*        COLS 13-20  TRAIL ID
002900*        COLS 22-29  TRAIL ID
003000*        COLS 31-38  TRAIL ID
003100*        COLS 40-47  TRAIL ID
003200*        COLS 49-56  TRAIL ID
003300*        COLS 58-65  TRAIL ID
003400*    UNUSED TRAIL ID SLOTS ARE LEFT AS SPACES.  FURTHER CARDS
003500*    ADD MORE TRAILS, UP TO 100 IN ALL.
003600*
003700*    THE HIKE ID HOTHIKE SCORES IS THE TRAIL ID, SO THE KEYED
003800*    HIKE FILES ARE READ DIRECTLY BY THE TRAIL ID.  HIKEERR AND
003900*    ALRTOUT ARE SEQUENTIAL AND ARE SCANNED ONCE PER TRAIL; THE
004000*    SCHEDULER MAY POINT EITHER DD AT A CONCATENATION OF DAYS.
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL DOSSCTL ASSIGN TO "DOSSCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DOSSCTL-STATUS.
004800     SELECT OPTIONAL TRAILMST ASSIGN TO "TRAILMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS TM-TRAIL-ID
005200         FILE STATUS IS WS-TRAILMST-STATUS.
005300     SELECT OPTIONAL HIKEHIST ASSIGN TO "HIKEHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HH-HIST-KEY
005700         FILE STATUS IS WS-HIKEHIST-STATUS.
005800     SELECT OPTIONAL HIKEREG ASSIGN TO "HIKEREG"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS RG-HIKE-ID
006200         FILE STATUS IS WS-HIKEREG-STATUS.
006300     SELECT OPTIONAL XMITSTAT ASSIGN TO "XMITSTAT"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS XS-HIKE-ID
006700         FILE STATUS IS WS-XMITSTAT-STATUS.
006800     SELECT OPTIONAL HIKECYC ASSIGN TO "HIKECYC"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CY-HIKE-ID
007200         FILE STATUS IS WS-HIKECYC-STATUS.
007300     SELECT OPTIONAL HIKEERR ASSIGN TO "HIKEERR"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-HIKEERR-STATUS.
007600     SELECT OPTIONAL ALRTOUT ASSIGN TO "ALRTOUT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-ALRTOUT-STATUS.
007900     SELECT OPTIONAL DOSSRPT ASSIGN TO "DOSSRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-DOSSRPT-STATUS.
008200
008300     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS JS-STATE-KEY
008700         FILE STATUS IS WS-JOBSTATE-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  DOSSCTL.
009100 01  DC-CONTROL-RECORD.
009200     05 DC-RESULT-COUNT           PIC X(02).
009300     05 DC-TRAIL-SLOT             OCCURS 7 TIMES.
009400        10 FILLER                 PIC X(01).
009500        10 DC-TRAIL-ID            PIC X(08).
009600
009700 FD  TRAILMST.
009800 01  TM-TRAIL-RECORD.
009900     05 TM-TRAIL-ID                PIC X(08).
010000     05 TM-TRAIL-NAME              PIC X(30).
010100     05 TM-REGION-CODE             PIC X(04).
010200     05 TM-DIFFICULTY-CLASS        PIC X(02).
010300     05 TM-ACTIVE-FLAG             PIC X(01).
010400        88 TM-TRAIL-ACTIVE                   VALUE "A".
010500        88 TM-TRAIL-CLOSED                   VALUE "C".
010600
010700 FD  HIKEHIST.
010800 01  HH-HISTORY-RECORD.
010900     05 HH-HIST-KEY.
011000        10 HH-HIKE-ID              PIC X(08).
011100        10 HH-RUN-DATE             PIC 9(08).
011200     05 HH-POSITION                PIC 9(04).
011300     05 HH-VALUE                   PIC S9(05).
011400     05 HH-STATUS-CODE             PIC X(05).
011500
011600 FD  HIKEREG.
011700 01  RG-REGISTRY-RECORD.
011800     05 RG-HIKE-ID                 PIC X(08).
011900     05 RG-SCORED-DATE             PIC 9(08).
012000     05 RG-STATUS                  PIC X(01).
012100     05 RG-PRIOR-DATE              PIC 9(08).
012200     05 RG-PRIOR-STATUS            PIC X(01).
012300
012400 FD  XMITSTAT.
012500 01  XS-STATUS-RECORD.
012600     05 XS-HIKE-ID                PIC X(08).
012700     05 XS-STATUS                 PIC X(01).
012800     05 XS-SENT-DATE              PIC 9(08).
012900     05 XS-STATUS-DATE            PIC 9(08).
013000
013100 FD  HIKECYC.
013200 01  CY-CYCLE-RECORD.
013300     05 CY-HIKE-ID                PIC X(08).
013400     05 CY-CYCLE-COUNT            PIC 9(03).
013500
013600 FD  HIKEERR.
013700 01  HE-ERROR-RECORD.
013800     05 HE-RUN-DATE               PIC X(08).
013900     05 FILLER                    PIC X(02).
014000     05 HE-HIKE-NBR               PIC X(07).
014100     05 FILLER                    PIC X(03).
014200     05 HE-HIKE-ID                PIC X(08).
014300     05 FILLER                    PIC X(03).
014400     05 HE-REASON-CODE            PIC X(04).
014500     05 FILLER                    PIC X(02).
014600     05 HE-REASON                 PIC X(60).
014700     05 FILLER                    PIC X(02).
014800     05 HE-SITE-ID                PIC X(08).
014900
015000 FD  ALRTOUT.
015100 01  AO-ALERT-RECORD.
015200     05 AO-RUN-DATE               PIC X(08).
015300     05 FILLER                    PIC X(01).
015400     05 AO-HIKE-ID                PIC X(08).
015500     05 FILLER                    PIC X(01).
015600     05 AO-REGION-CODE            PIC X(04).
015700     05 FILLER                    PIC X(01).
015800     05 AO-CLASS                  PIC X(02).
015900     05 FILLER                    PIC X(01).
016000     05 AO-VALUE-FLAG             PIC X(01).
016100     05 AO-ASCENT-FLAG            PIC X(01).
016200     05 AO-CLIMB-FLAG             PIC X(01).
016300     05 FILLER                    PIC X(01).
016400     05 AO-VALUE                  PIC X(06).
016500     05 FILLER                    PIC X(01).
016600     05 AO-ASCENT                 PIC X(05).
016700     05 FILLER                    PIC X(01).
016800     05 AO-CLIMB                  PIC X(05).
016900     05 FILLER                    PIC X(01).
017000     05 AO-CLOSE-REC              PIC X(01).
017100
017200 FD  DOSSRPT.
017300 01  DR-REPORT-LINE               PIC X(132).
017400
017500 FD  JOBSTATE.
017600 01  JS-STATE-RECORD.
017700     05 JS-STATE-KEY.
017800        10 JS-PROGRAM-ID          PIC X(08).
017900        10 JS-RUN-DATE            PIC 9(08).
018000     05 JS-START-TIME             PIC 9(08).
018100     05 JS-END-TIME               PIC 9(08).
018200     05 JS-RETURN-CODE            PIC 9(02).
018300     05 JS-COMPLETE-FLAG          PIC X(01).
018400        88 JS-RUN-COMPLETE                  VALUE "Y".
018500 WORKING-STORAGE SECTION.
018600*----------------------------------------------------------------
018700*    SWITCHES
018800*----------------------------------------------------------------
018900 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
019000     88 WS-CTL-END-OF-FILE                  VALUE "Y".
019100 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
019200     88 WS-HIST-END-OF-GROUP                VALUE "Y".
019300 77  WS-ERR-EOF-SWITCH            PIC X(01) VALUE "N".
019400     88 WS-ERR-END-OF-FILE                  VALUE "Y".
019500 77  WS-ALRT-EOF-SWITCH           PIC X(01) VALUE "N".
019600     88 WS-ALRT-END-OF-FILE                 VALUE "Y".
019700 77  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
019800     88 WS-RECORD-FOUND                     VALUE "Y".
019900
020000*----------------------------------------------------------------
020100*    FILE STATUS AREAS
020200*----------------------------------------------------------------
020300 01  WS-DOSSCTL-STATUS            PIC X(02) VALUE "00".
020400 01  WS-TRAILMST-STATUS           PIC X(02) VALUE "00".
020500 01  WS-HIKEHIST-STATUS           PIC X(02) VALUE "00".
020600 01  WS-HIKEREG-STATUS            PIC X(02) VALUE "00".
020700 01  WS-XMITSTAT-STATUS           PIC X(02) VALUE "00".
020800 01  WS-HIKECYC-STATUS            PIC X(02) VALUE "00".
020900 01  WS-HIKEERR-STATUS            PIC X(02) VALUE "00".
021000 01  WS-ALRTOUT-STATUS            PIC X(02) VALUE "00".
021100 01  WS-DOSSRPT-STATUS            PIC X(02) VALUE "00".
021200 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
021300 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
021400 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
021500 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
021600
021700*----------------------------------------------------------------
021800*    TRAIL IDS REQUESTED ON DOSSCTL
021900*----------------------------------------------------------------
022000 01  WS-TRAIL-MAX                 PIC 9(03) VALUE 100.
022100 01  WS-TRAIL-COUNT               PIC 9(03) VALUE ZERO.
022200 01  WS-TRAIL-TABLE.
022300     05 WS-REQ-TRAIL-ID           OCCURS 100 TIMES
022400                                  PIC X(08).
022500 01  WS-T                         PIC 9(03) VALUE ZERO.
022600 01  WS-SLOT                      PIC 9(01) VALUE ZERO.
022700 01  WS-TRAIL-ID                  PIC X(08) VALUE SPACES.
022800
022900*----------------------------------------------------------------
023000*    LAST-N HIKEHIST RESULTS FOR THE CURRENT TRAIL (OLDEST
023100*    FIRST; WHEN THE TABLE IS FULL THE OLDEST IS SHIFTED OUT)
023200*----------------------------------------------------------------
023300 01  WS-RESULT-MAX                PIC 9(02) VALUE 50.
023400 01  WS-RESULT-LIMIT              PIC 9(02) VALUE 10.
023500 01  WS-RESULT-SET-SWITCH         PIC X(01) VALUE "N".
023600     88 WS-RESULT-LIMIT-SET                 VALUE "Y".
023700 01  WS-RESULT-COUNT              PIC 9(02) VALUE ZERO.
023800 01  WS-RESULT-TABLE.
023900     05 WS-RESULT-ENTRY           OCCURS 50 TIMES.
024000        10 RS-RUN-DATE            PIC 9(08).
024100        10 RS-POSITION            PIC 9(04).
024200        10 RS-VALUE               PIC S9(05).
024300        10 RS-STATUS-CODE         PIC X(05).
024400 01  WS-R                         PIC 9(02) VALUE ZERO.
024500 01  WS-HIST-ON-FILE              PIC 9(07) VALUE ZERO.
024600
024700*----------------------------------------------------------------
024800*    COUNTS
024900*----------------------------------------------------------------
025000 01  WS-TRAILS-ON-MASTER          PIC 9(03) VALUE ZERO.
025100 01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
025200 01  WS-ALERT-COUNT               PIC 9(05) VALUE ZERO.
025300
025400*----------------------------------------------------------------
025500*    REPORT WORK AREAS
025600*----------------------------------------------------------------
025700 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
025800 01  WS-RUN-DATE-EDIT.
025900     05 WS-RD-YEAR                PIC 9(04).
026000     05 FILLER                    PIC X(01) VALUE "-".
026100     05 WS-RD-MONTH               PIC 9(02).
026200     05 FILLER                    PIC X(01) VALUE "-".
026300     05 WS-RD-DAY                 PIC 9(02).
026400
026500 01  WS-REPORT-HEADING-1.
026600     05 FILLER                    PIC X(20) VALUE "HIKEDOSS".
026700     05 FILLER                    PIC X(34)
026800            VALUE "TRAIL DOSSIER INQUIRY".
026900     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
027000     05 RH1-RUN-DATE              PIC X(10).
027100
027200 01  WS-DOSSIER-HEADING.
027300     05 FILLER                    PIC X(20)
027400            VALUE "*** DOSSIER - TRAIL ".
027500     05 DH-TRAIL-ID               PIC X(08).
027600     05 FILLER                    PIC X(04) VALUE " ***".
027700
027800 01  WS-MASTER-LINE.
027900     05 FILLER                    PIC X(10) VALUE "TRAILMST".
028000     05 FILLER                    PIC X(06) VALUE "NAME:".
028100     05 ML-TRAIL-NAME             PIC X(30).
028200     05 FILLER                    PIC X(02) VALUE SPACES.
028300     05 FILLER                    PIC X(08) VALUE "REGION:".
028400     05 ML-REGION                 PIC X(04).
028500     05 FILLER                    PIC X(02) VALUE SPACES.
028600     05 FILLER                    PIC X(07) VALUE "CLASS:".
028700     05 ML-CLASS                  PIC X(02).
028800     05 FILLER                    PIC X(02) VALUE SPACES.
028900     05 FILLER                    PIC X(08) VALUE "STATUS:".
029000     05 ML-STATUS                 PIC X(10).
029100
029200 01  WS-SECTION-LINE.
029300     05 SL-FILE-ID                PIC X(10).
029400     05 SL-TEXT                   PIC X(60).
029500
029600 01  WS-HISTORY-TITLE.
029700     05 FILLER                    PIC X(10) VALUE "HIKEHIST".
029800     05 FILLER                    PIC X(05) VALUE "LAST".
029900     05 HT-SHOWN                  PIC Z9.
030000     05 FILLER                    PIC X(04) VALUE " OF".
030100     05 HT-ON-FILE                PIC Z(06)9.
030200     05 FILLER                    PIC X(19)
030300            VALUE " RESULTS ON FILE".
030400
030500 01  WS-HISTORY-DETAIL.
030600     05 FILLER                    PIC X(10) VALUE SPACES.
030700     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
030800     05 HD-RUN-DATE               PIC 9(08).
030900     05 FILLER                    PIC X(02) VALUE SPACES.
031000     05 FILLER                    PIC X(10) VALUE "POSITION:".
031100     05 HD-POSITION               PIC ZZZ9.
031200     05 FILLER                    PIC X(02) VALUE SPACES.
031300     05 FILLER                    PIC X(07) VALUE "VALUE:".
031400     05 HD-VALUE                  PIC -ZZZZ9.
031500     05 FILLER                    PIC X(02) VALUE SPACES.
031600     05 FILLER                    PIC X(08) VALUE "STATUS:".
031700     05 HD-STATUS-CODE            PIC X(05).
031800
031900 01  WS-REGISTRY-LINE.
032000     05 FILLER                    PIC X(10) VALUE "HIKEREG".
032100     05 FILLER                    PIC X(08) VALUE "STATUS:".
032200     05 GL-STATUS                 PIC X(01).
032300     05 FILLER                    PIC X(01) VALUE SPACE.
032400     05 GL-STATUS-TEXT            PIC X(12).
032500     05 FILLER                    PIC X(06) VALUE "DATE:".
032600     05 GL-DATE                   PIC 9(08).
032700
032800 01  WS-XMIT-LINE.
032900     05 FILLER                    PIC X(10) VALUE "XMITSTAT".
033000     05 FILLER                    PIC X(08) VALUE "STATUS:".
033100     05 XL-STATUS                 PIC X(01).
033200     05 FILLER                    PIC X(01) VALUE SPACE.
033300     05 XL-STATUS-TEXT            PIC X(14).
033400     05 FILLER                    PIC X(06) VALUE "SENT:".
033500     05 XL-SENT-DATE              PIC 9(08).
033600     05 FILLER                    PIC X(02) VALUE SPACES.
033700     05 FILLER                    PIC X(13) VALUE "STATUS DATE:".
033800     05 XL-STATUS-DATE            PIC 9(08).
033900
034000 01  WS-CYCLE-LINE.
034100     05 FILLER                    PIC X(10) VALUE "HIKECYC".
034200     05 FILLER                    PIC X(16)
034300            VALUE "HIKEFIX CYCLES:".
034400     05 CL-CYCLES                 PIC ZZ9.
034500
034600 01  WS-REJECT-DETAIL.
034700     05 FILLER                    PIC X(10) VALUE SPACES.
034800     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
034900     05 ED-RUN-DATE               PIC X(08).
035000     05 FILLER                    PIC X(02) VALUE SPACES.
035100     05 FILLER                    PIC X(06) VALUE "HIKE:".
035200     05 ED-HIKE-NBR               PIC X(07).
035300     05 FILLER                    PIC X(02) VALUE SPACES.
035400     05 ED-REASON-CODE            PIC X(04).
035500     05 FILLER                    PIC X(02) VALUE SPACES.
035600     05 ED-REASON                 PIC X(60).
035700
035800 01  WS-ALERT-DETAIL.
035900     05 FILLER                    PIC X(10) VALUE SPACES.
036000     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
036100     05 AD-RUN-DATE               PIC X(08).
036200     05 FILLER                    PIC X(02) VALUE SPACES.
036300     05 FILLER                    PIC X(08) VALUE "BREACH:".
036400     05 AD-BREACH                 PIC X(20).
036500     05 FILLER                    PIC X(07) VALUE "VALUE:".
036600     05 AD-VALUE                  PIC X(06).
036700     05 FILLER                    PIC X(02) VALUE SPACES.
036800     05 FILLER                    PIC X(08) VALUE "ASCENT:".
036900     05 AD-ASCENT                 PIC X(05).
037000     05 FILLER                    PIC X(02) VALUE SPACES.
037100     05 FILLER                    PIC X(07) VALUE "CLIMB:".
037200     05 AD-CLIMB                  PIC X(05).
037300     05 FILLER                    PIC X(02) VALUE SPACES.
037400     05 FILLER                    PIC X(11) VALUE "CLOSE REC:".
037500     05 AD-CLOSE-REC              PIC X(01).
037600 01  WS-BREACH-PTR                PIC 9(02) VALUE 1.
037700
037800 01  WS-COUNT-LINE.
037900     05 CT-FILE-ID                PIC X(10).
038000     05 CT-LABEL                  PIC X(17).
038100     05 CT-COUNT                  PIC Z(04)9.
038200
038300 01  WS-REPORT-TRAILER-1.
038400     05 FILLER               PIC X(18) VALUE "TRAILS REQUESTED:".
038500     05 RT1-REQUESTED        PIC ZZ9.
038600     05 FILLER               PIC X(08) VALUE SPACES.
038700     05 FILLER               PIC X(18) VALUE "FOUND ON TRAILMST:".
038800     05 RT1-FOUND            PIC ZZ9.
038900
039000 PROCEDURE DIVISION.
039100*----------------------------------------------------------------
039200*    0000-MAINLINE
039300*----------------------------------------------------------------
039400 0000-MAINLINE.
039500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039600     PERFORM VARYING WS-T FROM 1 BY 1
039700           UNTIL WS-T > WS-TRAIL-COUNT
039800        PERFORM 2000-PRINT-ONE-DOSSIER THRU 2000-EXIT
039900     END-PERFORM.
040000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040100     STOP RUN.
040200
040300*----------------------------------------------------------------
040400*    1000-INITIALIZE - READ THE DOSSCTL CARDS, OPEN THE KEYED
040500*                      FILES AND THE REPORT
040600*----------------------------------------------------------------
040700 1000-INITIALIZE.
040800     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
040900     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
041000     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
041100     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
041200     PERFORM 1100-LOAD-TRAIL-IDS THRU 1100-EXIT.
041300     IF WS-TRAIL-COUNT = 0
041400        DISPLAY "HIKEDOSS: NO TRAIL IDS ON DOSSCTL - "
041500            "NOTHING DONE"
041600        MOVE 8 TO RETURN-CODE
041650        PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT
041700        STOP RUN
041800     END-IF.
041900     OPEN INPUT TRAILMST.
042000     IF WS-TRAILMST-STATUS NOT = "00"
042100        AND WS-TRAILMST-STATUS NOT = "05"
042200        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
042300        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
042400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
042500     END-IF.
042600     OPEN INPUT HIKEHIST.
042700     IF WS-HIKEHIST-STATUS NOT = "00"
042800        AND WS-HIKEHIST-STATUS NOT = "05"
042900        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
043000        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
043100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
043200     END-IF.
043300     OPEN INPUT HIKEREG.
043400     IF WS-HIKEREG-STATUS NOT = "00"
043500        AND WS-HIKEREG-STATUS NOT = "05"
043600        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
043700        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
043800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
043900     END-IF.
044000     OPEN INPUT XMITSTAT.
044100     IF WS-XMITSTAT-STATUS NOT = "00"
044200        AND WS-XMITSTAT-STATUS NOT = "05"
044300        MOVE "XMITSTAT" TO WS-ABEND-FILE-ID
044400        MOVE WS-XMITSTAT-STATUS TO WS-ABEND-STATUS
044500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044600     END-IF.
044700     OPEN INPUT HIKECYC.
044800     IF WS-HIKECYC-STATUS NOT = "00"
044900        AND WS-HIKECYC-STATUS NOT = "05"
045000        MOVE "HIKECYC" TO WS-ABEND-FILE-ID
045100        MOVE WS-HIKECYC-STATUS TO WS-ABEND-STATUS
045200        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
045300     END-IF.
045400     OPEN OUTPUT DOSSRPT.
045500     IF WS-DOSSRPT-STATUS NOT = "00"
045600        AND WS-DOSSRPT-STATUS NOT = "05"
045700        MOVE "DOSSRPT" TO WS-ABEND-FILE-ID
045800        MOVE WS-DOSSRPT-STATUS TO WS-ABEND-STATUS
045900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046000     END-IF.
046100     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
046200     MOVE WS-REPORT-HEADING-1 TO DR-REPORT-LINE.
046300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
046400 1000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------
046800*    1100-LOAD-TRAIL-IDS - LOAD EVERY TRAIL ID FROM THE DOSSCTL
046900*                          CARDS AND THE NUMBER OF HIKEHIST
047000*                          RESULTS TO SHOW
047100*----------------------------------------------------------------
047200 1100-LOAD-TRAIL-IDS.
047300     OPEN INPUT DOSSCTL.
047400     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
047500         UNTIL WS-CTL-END-OF-FILE.
047600     CLOSE DOSSCTL.
047700 1100-EXIT.
047800     EXIT.
047900
048000 1110-LOAD-ONE-CARD.
048100     READ DOSSCTL
048200         AT END
048300             SET WS-CTL-END-OF-FILE TO TRUE
048400     END-READ.
048500     IF WS-CTL-END-OF-FILE
048600        GO TO 1110-EXIT
048700     END-IF.
048800     IF NOT WS-RESULT-LIMIT-SET
048900        AND DC-RESULT-COUNT NOT = SPACES
049000        AND FUNCTION TEST-NUMVAL(DC-RESULT-COUNT) = 0
049100        MOVE FUNCTION NUMVAL(DC-RESULT-COUNT)
049200            TO WS-RESULT-LIMIT
049300        SET WS-RESULT-LIMIT-SET TO TRUE
049400        IF WS-RESULT-LIMIT > WS-RESULT-MAX
049500           DISPLAY "HIKEDOSS: AT MOST " WS-RESULT-MAX
049600               " HIKEHIST RESULTS ARE SHOWN"
049700           MOVE WS-RESULT-MAX TO WS-RESULT-LIMIT
049800        END-IF
049900        IF WS-RESULT-LIMIT = 0
050000           MOVE 10 TO WS-RESULT-LIMIT
050100        END-IF
050200     END-IF.
050300     PERFORM VARYING WS-SLOT FROM 1 BY 1
050400           UNTIL WS-SLOT > 7
050500        IF DC-TRAIL-ID(WS-SLOT) NOT = SPACES
050600           PERFORM 1120-ADD-ONE-TRAIL THRU 1120-EXIT
050700        END-IF
050800     END-PERFORM.
050900 1110-EXIT.
051000     EXIT.
051100
051200 1120-ADD-ONE-TRAIL.
051300     IF WS-TRAIL-COUNT >= WS-TRAIL-MAX
051400        DISPLAY "HIKEDOSS: TRAIL TABLE FULL - TRAIL "
051500            DC-TRAIL-ID(WS-SLOT) " IGNORED"
051600        GO TO 1120-EXIT
051700     END-IF.
051800     ADD 1 TO WS-TRAIL-COUNT.
051900     MOVE DC-TRAIL-ID(WS-SLOT) TO WS-REQ-TRAIL-ID(WS-TRAIL-COUNT).
052000 1120-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400*    2000-PRINT-ONE-DOSSIER - EVERY SECTION OF THE DOSSIER FOR
052500*                             ONE REQUESTED TRAIL
052600*----------------------------------------------------------------
052700 2000-PRINT-ONE-DOSSIER.
052800     MOVE WS-REQ-TRAIL-ID(WS-T) TO WS-TRAIL-ID.
052900     MOVE SPACES TO DR-REPORT-LINE.
053000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
053100     MOVE WS-TRAIL-ID TO DH-TRAIL-ID.
053200     MOVE WS-DOSSIER-HEADING TO DR-REPORT-LINE.
053300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
053400     PERFORM 2100-PRINT-MASTER THRU 2100-EXIT.
053500     PERFORM 2200-PRINT-HISTORY THRU 2200-EXIT.
053600     PERFORM 2300-PRINT-REGISTRY THRU 2300-EXIT.
053700     PERFORM 2400-PRINT-TRANSMISSION THRU 2400-EXIT.
053800     PERFORM 2500-PRINT-CYCLES THRU 2500-EXIT.
053900     PERFORM 2600-PRINT-REJECTS THRU 2600-EXIT.
054000     PERFORM 2700-PRINT-ALERTS THRU 2700-EXIT.
054100 2000-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------------
054500*    2100-PRINT-MASTER - THE TRAIL'S TRAILMST RECORD
054600*----------------------------------------------------------------
054700 2100-PRINT-MASTER.
054800     MOVE "N" TO WS-FOUND-SWITCH.
054900     MOVE WS-TRAIL-ID TO TM-TRAIL-ID.
055000     READ TRAILMST
055100         INVALID KEY
055200             CONTINUE
055300         NOT INVALID KEY
055400             SET WS-RECORD-FOUND TO TRUE
055500     END-READ.
055600     IF NOT WS-RECORD-FOUND
055700        AND WS-TRAILMST-STATUS NOT = "23"
055800        AND WS-TRAILMST-STATUS NOT = "00"
055900        MOVE "TRAILMST" TO WS-ABEND-FILE-ID
056000        MOVE WS-TRAILMST-STATUS TO WS-ABEND-STATUS
056100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
056200     END-IF.
056300     IF NOT WS-RECORD-FOUND
056400        MOVE "TRAILMST" TO SL-FILE-ID
056500        MOVE "NOT ON THE TRAIL MASTER" TO SL-TEXT
056600        MOVE WS-SECTION-LINE TO DR-REPORT-LINE
056700        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
056800        GO TO 2100-EXIT
056900     END-IF.
057000     ADD 1 TO WS-TRAILS-ON-MASTER.
057100     MOVE TM-TRAIL-NAME TO ML-TRAIL-NAME.
057200     MOVE TM-REGION-CODE TO ML-REGION.
057300     MOVE TM-DIFFICULTY-CLASS TO ML-CLASS.
057400     MOVE TM-ACTIVE-FLAG TO ML-STATUS.
057500     IF TM-TRAIL-ACTIVE
057600        MOVE "ACTIVE" TO ML-STATUS
057700     END-IF.
057800     IF TM-TRAIL-CLOSED
057900        MOVE "CLOSED" TO ML-STATUS
058000     END-IF.
058100     MOVE WS-MASTER-LINE TO DR-REPORT-LINE.
058200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
058300 2100-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700*    2200-PRINT-HISTORY - WALK THE TRAIL'S HIKEHIST RECORDS IN
058800*                         RUN DATE ORDER, KEEPING THE LAST N,
058900*                         THEN PRINT THEM
059000*----------------------------------------------------------------
059100 2200-PRINT-HISTORY.
059200     MOVE "N" TO WS-HIST-EOF-SWITCH.
059300     MOVE ZERO TO WS-RESULT-COUNT.
059400     MOVE ZERO TO WS-HIST-ON-FILE.
059500     MOVE WS-TRAIL-ID TO HH-HIKE-ID.
059600     MOVE ZERO TO HH-RUN-DATE.
059700     START HIKEHIST KEY NOT < HH-HIST-KEY
059800         INVALID KEY
059900             SET WS-HIST-END-OF-GROUP TO TRUE
060000     END-START.
060100     PERFORM 2210-READ-ONE-HISTORY THRU 2210-EXIT
060200         UNTIL WS-HIST-END-OF-GROUP.
060300     IF WS-HIST-ON-FILE = 0
060400        MOVE "HIKEHIST" TO SL-FILE-ID
060500        MOVE "NO RESULTS ON FILE" TO SL-TEXT
060600        MOVE WS-SECTION-LINE TO DR-REPORT-LINE
060700        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
060800        GO TO 2200-EXIT
060900     END-IF.
061000     MOVE WS-RESULT-COUNT TO HT-SHOWN.
061100     MOVE WS-HIST-ON-FILE TO HT-ON-FILE.
061200     MOVE WS-HISTORY-TITLE TO DR-REPORT-LINE.
061300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
061400     PERFORM VARYING WS-R FROM 1 BY 1
061500           UNTIL WS-R > WS-RESULT-COUNT
061600        MOVE RS-RUN-DATE(WS-R) TO HD-RUN-DATE
061700        MOVE RS-POSITION(WS-R) TO HD-POSITION
061800        MOVE RS-VALUE(WS-R) TO HD-VALUE
061900        MOVE RS-STATUS-CODE(WS-R) TO HD-STATUS-CODE
062000        MOVE WS-HISTORY-DETAIL TO DR-REPORT-LINE
062100        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
062200     END-PERFORM.
062300 2200-EXIT.
062400     EXIT.
062500
062600 2210-READ-ONE-HISTORY.
062700     READ HIKEHIST NEXT RECORD
062800         AT END
062900             SET WS-HIST-END-OF-GROUP TO TRUE
063000     END-READ.
063100     IF WS-HIST-END-OF-GROUP
063200        GO TO 2210-EXIT
063300     END-IF.
063400     IF WS-HIKEHIST-STATUS NOT = "00"
063500        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
063600        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
063700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
063800     END-IF.
063900     IF HH-HIKE-ID NOT = WS-TRAIL-ID
064000        SET WS-HIST-END-OF-GROUP TO TRUE
064100        GO TO 2210-EXIT
064200     END-IF.
064300     ADD 1 TO WS-HIST-ON-FILE.
064400     IF WS-RESULT-COUNT >= WS-RESULT-LIMIT
064500        PERFORM VARYING WS-R FROM 1 BY 1
064600              UNTIL WS-R >= WS-RESULT-COUNT
064700           MOVE WS-RESULT-ENTRY(WS-R + 1)
064800               TO WS-RESULT-ENTRY(WS-R)
064900        END-PERFORM
065000     ELSE
065100        ADD 1 TO WS-RESULT-COUNT
065200     END-IF.
065300     MOVE HH-RUN-DATE TO RS-RUN-DATE(WS-RESULT-COUNT).
065400     MOVE HH-POSITION TO RS-POSITION(WS-RESULT-COUNT).
065500     MOVE HH-VALUE TO RS-VALUE(WS-RESULT-COUNT).
065600     MOVE HH-STATUS-CODE TO RS-STATUS-CODE(WS-RESULT-COUNT).
065700 2210-EXIT.
065800     EXIT.
065900
066000*----------------------------------------------------------------
066100*    2300-PRINT-REGISTRY - THE TRAIL'S HIKEREG SCORED/REJECTED
066200*                          ENTRY
066300*----------------------------------------------------------------
066400 2300-PRINT-REGISTRY.
066500     MOVE "N" TO WS-FOUND-SWITCH.
066600     MOVE WS-TRAIL-ID TO RG-HIKE-ID.
066700     READ HIKEREG
066800         INVALID KEY
066900             CONTINUE
067000         NOT INVALID KEY
067100             SET WS-RECORD-FOUND TO TRUE
067200     END-READ.
067300     IF NOT WS-RECORD-FOUND
067400        AND WS-HIKEREG-STATUS NOT = "23"
067500        AND WS-HIKEREG-STATUS NOT = "00"
067600        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
067700        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
067800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
067900     END-IF.
068000     IF NOT WS-RECORD-FOUND
068100        MOVE "HIKEREG" TO SL-FILE-ID
068200        MOVE "NO REGISTRY ENTRY" TO SL-TEXT
068300        MOVE WS-SECTION-LINE TO DR-REPORT-LINE
068400        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
068500        GO TO 2300-EXIT
068600     END-IF.
068700     MOVE RG-STATUS TO GL-STATUS.
068800     MOVE SPACES TO GL-STATUS-TEXT.
068900     IF RG-STATUS = "S"
069000        MOVE "SCORED" TO GL-STATUS-TEXT
069100     END-IF.
069200     IF RG-STATUS = "R"
069300        MOVE "REJECTED" TO GL-STATUS-TEXT
069400     END-IF.
069500     MOVE RG-SCORED-DATE TO GL-DATE.
069600     MOVE WS-REGISTRY-LINE TO DR-REPORT-LINE.
069700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
069800 2300-EXIT.
069900     EXIT.
070000
070100*----------------------------------------------------------------
070200*    2400-PRINT-TRANSMISSION - THE TRAIL'S XMITSTAT STATUS WITH
070300*                              THE TRAIL-RATING SYSTEM
070400*----------------------------------------------------------------
070500 2400-PRINT-TRANSMISSION.
070600     MOVE "N" TO WS-FOUND-SWITCH.
070700     MOVE WS-TRAIL-ID TO XS-HIKE-ID.
070800     READ XMITSTAT
070900         INVALID KEY
071000             CONTINUE
071100         NOT INVALID KEY
071200             SET WS-RECORD-FOUND TO TRUE
071300     END-READ.
071400     IF NOT WS-RECORD-FOUND
071500        AND WS-XMITSTAT-STATUS NOT = "23"
071600        AND WS-XMITSTAT-STATUS NOT = "00"
071700        MOVE "XMITSTAT" TO WS-ABEND-FILE-ID
071800        MOVE WS-XMITSTAT-STATUS TO WS-ABEND-STATUS
071900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072000     END-IF.
072100     IF NOT WS-RECORD-FOUND
072200        MOVE "XMITSTAT" TO SL-FILE-ID
072300        MOVE "NEVER TRANSMITTED" TO SL-TEXT
072400        MOVE WS-SECTION-LINE TO DR-REPORT-LINE
072500        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
072600        GO TO 2400-EXIT
072700     END-IF.
072800     MOVE XS-STATUS TO XL-STATUS.
072900     MOVE SPACES TO XL-STATUS-TEXT.
073000     IF XS-STATUS = "S"
073100        MOVE "SENT" TO XL-STATUS-TEXT
073200     END-IF.
073300     IF XS-STATUS = "A"
073400        MOVE "ACKNOWLEDGED" TO XL-STATUS-TEXT
073500     END-IF.
073600     IF XS-STATUS = "R"
073700        MOVE "REJECTED" TO XL-STATUS-TEXT
073800     END-IF.
073900     MOVE XS-SENT-DATE TO XL-SENT-DATE.
074000     MOVE XS-STATUS-DATE TO XL-STATUS-DATE.
074100     MOVE WS-XMIT-LINE TO DR-REPORT-LINE.
074200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
074300 2400-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------------
074700*    2500-PRINT-CYCLES - HOW MANY TIMES HIKEFIX HAS RESUBMITTED
074800*                        THE TRAIL'S HIKE (ZERO WHEN IT NEVER HAS)
074900*----------------------------------------------------------------
075000 2500-PRINT-CYCLES.
075100     MOVE WS-TRAIL-ID TO CY-HIKE-ID.
075200     READ HIKECYC
075300         INVALID KEY
075400             MOVE ZERO TO CY-CYCLE-COUNT
075500     END-READ.
075600     IF WS-HIKECYC-STATUS NOT = "23"
075700        AND WS-HIKECYC-STATUS NOT = "00"
075800        MOVE "HIKECYC" TO WS-ABEND-FILE-ID
075900        MOVE WS-HIKECYC-STATUS TO WS-ABEND-STATUS
076000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
076100     END-IF.
076200     MOVE CY-CYCLE-COUNT TO CL-CYCLES.
076300     MOVE WS-CYCLE-LINE TO DR-REPORT-LINE.
076400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
076500 2500-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------------
076900*    2600-PRINT-REJECTS - SCAN HIKEERR FOR THE TRAIL'S REJECTS
077000*                         AND THEIR REASON CODES
077100*----------------------------------------------------------------
077200 2600-PRINT-REJECTS.
077300     MOVE ZERO TO WS-REJECT-COUNT.
077400     MOVE "N" TO WS-ERR-EOF-SWITCH.
077500     MOVE "HIKEERR" TO SL-FILE-ID.
077600     MOVE "REJECTS FOR THE TRAIL" TO SL-TEXT.
077800     MOVE WS-SECTION-LINE TO DR-REPORT-LINE.
077900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
078000     OPEN INPUT HIKEERR.
078100     IF WS-HIKEERR-STATUS NOT = "00"
078200        AND WS-HIKEERR-STATUS NOT = "05"
078300        MOVE "HIKEERR" TO WS-ABEND-FILE-ID
078400        MOVE WS-HIKEERR-STATUS TO WS-ABEND-STATUS
078500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
078600     END-IF.
078700     PERFORM 2610-CHECK-ONE-REJECT THRU 2610-EXIT
078800         UNTIL WS-ERR-END-OF-FILE.
078900     CLOSE HIKEERR.
079000     MOVE SPACES TO CT-FILE-ID.
079100     MOVE "REJECTS ON FILE:" TO CT-LABEL.
079200     MOVE WS-REJECT-COUNT TO CT-COUNT.
079300     MOVE WS-COUNT-LINE TO DR-REPORT-LINE.
079400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
079500 2600-EXIT.
079600     EXIT.
079700
079800 2610-CHECK-ONE-REJECT.
079900     READ HIKEERR
080000         AT END
080100             SET WS-ERR-END-OF-FILE TO TRUE
080200     END-READ.
080300     IF WS-ERR-END-OF-FILE
080400        GO TO 2610-EXIT
080500     END-IF.
080600     IF WS-HIKEERR-STATUS NOT = "00"
080700        MOVE "HIKEERR" TO WS-ABEND-FILE-ID
080800        MOVE WS-HIKEERR-STATUS TO WS-ABEND-STATUS
080900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
081000     END-IF.
081100     IF HE-HIKE-ID NOT = WS-TRAIL-ID
081200        GO TO 2610-EXIT
081300     END-IF.
081400     ADD 1 TO WS-REJECT-COUNT.
081500     MOVE HE-RUN-DATE TO ED-RUN-DATE.
081600     MOVE HE-HIKE-NBR TO ED-HIKE-NBR.
081700     MOVE HE-REASON-CODE TO ED-REASON-CODE.
081800     MOVE HE-REASON TO ED-REASON.
081900     MOVE WS-REJECT-DETAIL TO DR-REPORT-LINE.
082000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
082100 2610-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------------
082500*    2700-PRINT-ALERTS - SCAN ALRTOUT FOR THE TRAIL'S SAFETY
082600*                        ALERTS
082700*----------------------------------------------------------------
082800 2700-PRINT-ALERTS.
082900     MOVE ZERO TO WS-ALERT-COUNT.
083000     MOVE "N" TO WS-ALRT-EOF-SWITCH.
083100     MOVE "ALRTOUT" TO SL-FILE-ID.
083200     MOVE "SAFETY ALERTS FOR THE TRAIL" TO SL-TEXT.
083400     MOVE WS-SECTION-LINE TO DR-REPORT-LINE.
083500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
083600     OPEN INPUT ALRTOUT.
083700     IF WS-ALRTOUT-STATUS NOT = "00"
083800        AND WS-ALRTOUT-STATUS NOT = "05"
083900        MOVE "ALRTOUT" TO WS-ABEND-FILE-ID
084000        MOVE WS-ALRTOUT-STATUS TO WS-ABEND-STATUS
084100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
084200     END-IF.
084300     PERFORM 2710-CHECK-ONE-ALERT THRU 2710-EXIT
084400         UNTIL WS-ALRT-END-OF-FILE.
084500     CLOSE ALRTOUT.
084600     MOVE SPACES TO CT-FILE-ID.
084700     MOVE "ALERTS ON FILE:" TO CT-LABEL.
084800     MOVE WS-ALERT-COUNT TO CT-COUNT.
084900     MOVE WS-COUNT-LINE TO DR-REPORT-LINE.
085000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
085100 2700-EXIT.
085200     EXIT.
085300
085400 2710-CHECK-ONE-ALERT.
085500     READ ALRTOUT
085600         AT END
085700             SET WS-ALRT-END-OF-FILE TO TRUE
085800     END-READ.
085900     IF WS-ALRT-END-OF-FILE
086000        GO TO 2710-EXIT
086100     END-IF.
086200     IF WS-ALRTOUT-STATUS NOT = "00"
086300        MOVE "ALRTOUT" TO WS-ABEND-FILE-ID
086400        MOVE WS-ALRTOUT-STATUS TO WS-ABEND-STATUS
086500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
086600     END-IF.
086700     IF AO-HIKE-ID NOT = WS-TRAIL-ID
086800        GO TO 2710-EXIT
086900     END-IF.
087000     ADD 1 TO WS-ALERT-COUNT.
087100     MOVE AO-RUN-DATE TO AD-RUN-DATE.
087200     MOVE SPACES TO AD-BREACH.
087300     MOVE 1 TO WS-BREACH-PTR.
087400     IF AO-VALUE-FLAG = "Y"
087500        STRING "VALUE " DELIMITED BY SIZE
087600            INTO AD-BREACH
087700            WITH POINTER WS-BREACH-PTR
087800        END-STRING
087900     END-IF.
088000     IF AO-ASCENT-FLAG = "Y"
088100        STRING "ASCENT " DELIMITED BY SIZE
088200            INTO AD-BREACH
088300            WITH POINTER WS-BREACH-PTR
088400        END-STRING
088500     END-IF.
088600     IF AO-CLIMB-FLAG = "Y"
088700        STRING "CLIMB " DELIMITED BY SIZE
088800            INTO AD-BREACH
088900            WITH POINTER WS-BREACH-PTR
089000        END-STRING
089100     END-IF.
089200     MOVE AO-VALUE TO AD-VALUE.
089300     MOVE AO-ASCENT TO AD-ASCENT.
089400     MOVE AO-CLIMB TO AD-CLIMB.
089500     MOVE AO-CLOSE-REC TO AD-CLOSE-REC.
089600     MOVE WS-ALERT-DETAIL TO DR-REPORT-LINE.
089700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
089800 2710-EXIT.
089900     EXIT.
090000
090100*----------------------------------------------------------------
090200*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
090300*----------------------------------------------------------------
090400 3100-WRITE-REPORT-LINE.
090500     WRITE DR-REPORT-LINE.
090600     IF WS-DOSSRPT-STATUS NOT = "00"
090700        MOVE "DOSSRPT" TO WS-ABEND-FILE-ID
090800        MOVE WS-DOSSRPT-STATUS TO WS-ABEND-STATUS
090900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
091000     END-IF.
091100 3100-EXIT.
091200     EXIT.
091300
091400*----------------------------------------------------------------
091500*    9000-TERMINATE - WRITE THE RUN TOTALS AND CLOSE FILES
091600*----------------------------------------------------------------
091700 9000-TERMINATE.
091800     MOVE SPACES TO DR-REPORT-LINE.
091900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
092000     MOVE WS-TRAIL-COUNT TO RT1-REQUESTED.
092100     MOVE WS-TRAILS-ON-MASTER TO RT1-FOUND.
092200     MOVE WS-REPORT-TRAILER-1 TO DR-REPORT-LINE.
092300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
092400     CLOSE TRAILMST.
092500     CLOSE HIKEHIST.
092600     CLOSE HIKEREG.
092700     CLOSE XMITSTAT.
092800     CLOSE HIKECYC.
092900     CLOSE DOSSRPT.
093000     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
093100 9000-EXIT.
093200     EXIT.
093300
093400*----------------------------------------------------------------
093500*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
093600*                           JOBSTATE FILE
093700*----------------------------------------------------------------
093800 8500-STAMP-JOB-START.
093900     IF WS-RUN-DATE = 0
094000        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
094100     END-IF.
094200     OPEN I-O JOBSTATE.
094300     IF WS-JOBSTATE-STATUS NOT = "00"
094400        AND WS-JOBSTATE-STATUS NOT = "05"
094500        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
094600        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
094700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
094800     END-IF.
094900     ACCEPT WS-STAMP-TIME FROM TIME.
095000     MOVE "HIKEDOSS" TO JS-PROGRAM-ID.
095100     MOVE WS-RUN-DATE TO JS-RUN-DATE.
095200     READ JOBSTATE
095300         INVALID KEY
095400             MOVE "HIKEDOSS" TO JS-PROGRAM-ID
095500             MOVE WS-RUN-DATE TO JS-RUN-DATE
095600             MOVE WS-STAMP-TIME TO JS-START-TIME
095700             MOVE ZERO TO JS-END-TIME
095800             MOVE 99 TO JS-RETURN-CODE
095900             MOVE "N" TO JS-COMPLETE-FLAG
096000             WRITE JS-STATE-RECORD
096100         NOT INVALID KEY
096200             MOVE WS-STAMP-TIME TO JS-START-TIME
096300             MOVE ZERO TO JS-END-TIME
096400             MOVE 99 TO JS-RETURN-CODE
096500             MOVE "N" TO JS-COMPLETE-FLAG
096600             REWRITE JS-STATE-RECORD
096700     END-READ.
096800     IF WS-JOBSTATE-STATUS NOT = "00"
096900        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
097000        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
097100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
097200     END-IF.
097300 8500-EXIT.
097400     EXIT.
097500
097600*----------------------------------------------------------------
097700*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
097800*                         RETURN CODE
097900*----------------------------------------------------------------
098000 8600-STAMP-JOB-END.
098100     ACCEPT WS-STAMP-TIME FROM TIME.
098200     MOVE "HIKEDOSS" TO JS-PROGRAM-ID.
098300     MOVE WS-RUN-DATE TO JS-RUN-DATE.
098400     READ JOBSTATE
098500         INVALID KEY
098600             CONTINUE
098700         NOT INVALID KEY
098800             MOVE WS-STAMP-TIME TO JS-END-TIME
098900             MOVE RETURN-CODE TO JS-RETURN-CODE
099000             MOVE "Y" TO JS-COMPLETE-FLAG
099100             REWRITE JS-STATE-RECORD
099200     END-READ.
099300     CLOSE JOBSTATE.
099400 8600-EXIT.
099500     EXIT.
099600
099700*----------------------------------------------------------------
099800*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
099900*----------------------------------------------------------------
100000 9990-ABEND-ON-FILE-ERROR.
100100     DISPLAY "HIKEDOSS: I/O ERROR ON " WS-ABEND-FILE-ID
100200         " - FILE STATUS = " WS-ABEND-STATUS.
100300     MOVE 16 TO RETURN-CODE.
100400     STOP RUN.
100500 9990-EXIT.
100600     EXIT.
