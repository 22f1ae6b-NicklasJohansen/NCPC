006339*    2026-09-02  RH   EVERY REJECT NOW CARRIES A SHORT REASON
006349*                      CODE AND THE RUN DATE ON THE HIKEERR
006359*                      RECORD ALONGSIDE THE REASON TEXT, SO
006360*                      HIKEERRA CAN TREND REJECT CAUSES AND
006361*                      HIKEFIX NO LONGER PAIRS ON FREE TEXT.
006362*    2026-10-15  RH   THE HEADER LINE MAY NOW CARRY THE
006363*                      SUBMITTING SITE ("@" + SITE ID, STAMPED BY
006364*                      HIKEEDIT AND CARRIED BY HIKEFIX).  THE SITE
006365*                      IS WRITTEN AS A NEW LAST COLUMN ON HIKEOUT
006366*                      AND HIKEERR AND AHEAD OF THE RAW LINE ON
006367*                      HIKEAUD FOR THE HIKESITE SCORECARD.
006368*    2026-10-15  RH   A HIKE'S READINGS MAY NOW CONTINUE ACROSS
006369*                      SEVERAL DATA LINES: A DATA LINE ENDING IN A
006370*                      LONE "&" IS JOINED TO THE NEXT LINE FROM
006371*                      THE SAME FILE BEFORE VALIDATION, SO LONG
006372*                      GPS HIKES NO LONGER HAVE TO BE THINNED TO
006373*                      FIT ONE RECORD.  THE JOINED READINGS (UP TO
006374*                      2000 CHARACTERS) ARE KEPT AS THE RAW LINE
006375*                      ON HIKEAUD.  A CONTINUATION LEFT WITHOUT
006376*                      ITS NEXT LINE, OR JOINED READINGS TOO LONG
006377*                      FOR THE BUFFER, ARE REJECTED.
006378*    2026-10-15  RH   THE SCORING PASS CAN NOW KEEP EVERY WINDOW
006379*                      IT EVALUATES, NOT JUST THE WINNER.  WHEN
006380*                      THE HIKECTL CARD ASKS FOR IT, EACH SCORED
006381*                      HIKE'S WINDOWS ARE RANKED BY VALUE AND
006382*                      WRITTEN TO THE NEW HIKEWIN FILE (ALL OF
006383*                      THEM, OR THE TOP N) FOR THE HIKEWRPT
006384*                      MARGIN REVIEW REPORT.
006385*    2026-10-15  RH   HIKECTL COL 24 NAMES THE REGION PARTITION
006386*                      THIS RUN SCORES WHEN HIKESPLT HAS SPLIT
006387*                      THE DAY.  THE RUN IS THEN STAMPED ON
006388*                      JOBSTATE AS HOTHIKEN (N THE PARTITION)
006389*                      AND WAITS ON HIKESPLT INSTEAD OF HIKEEDIT;
006390*                      EACH STREAM WRITES ITS OWN PIECES, HIKEWINN
006391*                      AMONG THEM, AND HIKEMRGE COMBINES THEM INTO
006392*                      THE DAY'S FILES (HIKEWIN FOR HIKEWRPT).
006393*    2026-10-15  RH   A HIKEREG ENTRY NOW KEEPS THE DATE AND
006394*                      STATUS IT HAD BEFORE THIS RUN REPLACED IT,
006395*                      SO HIKEBACK CAN PUT IT BACK WHEN A RUN
006396*                      DATE IS BACKED OUT.
006397*----------------------------------------------------------------
006400*
006500*    HOTHIKE SCORES EACH HIKE IN THE HIKEIN FILE.  FOR EVERY HIKE
006600*    THE LOWEST ELEVATION READING REACHABLE TWO CHECKPOINTS APART
006700*    IS LOCATED AND REPORTED AS THE WINNING POSITION AND VALUE.
006705*
006710*    EACH HIKE IS A HEADER LINE FOLLOWED BY ITS DATA LINE.  A
006715*    DATA LINE WHOSE LAST TOKEN IS A LONE "&" CONTINUES ON THE
006720*    NEXT LINE; THE LINES ARE JOINED, WITHOUT THE "&", INTO ONE
006725*    STRING OF READINGS.
006730*
006735*    HIKECTL CARD LAYOUT (NO CARD MEANS A FRESH RUN WITH THE
006740*    DEFAULTS):
006745*        COLS 1-7   RESTART HIKE NUMBER (ZERO = FRESH RUN)
006750*        COLS 9-13  CHECKPOINT INTERVAL (DEFAULT 100)
006755*        COLS 15-16 CHECKPOINT GAP (DEFAULT 2)
006760*        COL  18    RE-SCORE OVERRIDE ("Y")
006765*        COLS 20-22 WINDOW LISTING: "ALL" WRITES EVERY EVALUATED
006770*                   WINDOW TO HIKEWIN, A NUMBER N WRITES THE TOP
006775*                   N OF EACH HIKE ("5", " 5" AND "005" ARE ALL
006777*                   READ AS 5), BLANK WRITES NO HIKEWIN
006780*        COL  24    REGION PARTITION (1-4) WHEN THE DAY HAS
006785*                   BEEN SPLIT BY HIKESPLT, BLANK OTHERWISE
006800*
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
009296         FILE STATUS IS WS-HIKEREG-STATUS.
009297     SELECT OPTIONAL HIKESTAT ASSIGN TO "HIKESTAT"
009298         ORGANIZATION IS LINE SEQUENTIAL
009301         FILE STATUS IS WS-HIKESTAT-STATUS.
009304     SELECT OPTIONAL HIKEWIN ASSIGN TO "HIKEWIN"
009307         ORGANIZATION IS LINE SEQUENTIAL
009310         FILE STATUS IS WS-HIKEWIN-STATUS.
009313
009316     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
009332         ORGANIZATION IS INDEXED
009348         ACCESS MODE IS RANDOM
010500     05 CC-CHECKPOINT-GAP         PIC 9(02).
010510     05 FILLER                    PIC X(01).
010520     05 CC-RESCORE-OVERRIDE       PIC X(01).
010530     05 FILLER                    PIC X(01).
010540     05 CC-WINDOW-OPTION          PIC X(03).
010570     05 FILLER                    PIC X(01).
010580     05 CC-PARTITION              PIC X(01).
010600
010700 FD  HIKECHK.
010800 01  HK-CHECKPOINT-RECORD.
012810     05 HE-REASON-CODE            PIC X(04).
012820     05 FILLER                    PIC X(02) VALUE SPACES.
012900     05 HE-REASON                 PIC X(60).
012930     05 FILLER                    PIC X(02) VALUE SPACES.
012960     05 HE-SITE-ID                PIC X(08).
013000
013100 FD  HIKERPT.
013200 01  HK-REPORT-LINE                PIC X(132).
013204
013208 FD  HIKEWIN.
013212 01  HK-WINDOW-RECORD.
013216     05 WN-RUN-DATE                PIC 9(08).
013220     05 FILLER                     PIC X(02) VALUE SPACES.
013224     05 WN-HIKE-NBR                PIC Z(06)9.
013228     05 FILLER                     PIC X(02) VALUE SPACES.
013232     05 WN-HIKE-ID                 PIC X(08).
013236     05 FILLER                     PIC X(02) VALUE SPACES.
013240     05 WN-START-POS               PIC ZZZ9.
013244     05 FILLER                     PIC X(02) VALUE SPACES.
013248     05 WN-PAIR-POS                PIC ZZZ9.
013252     05 FILLER                     PIC X(02) VALUE SPACES.
013256     05 WN-VALUE                   PIC -ZZZZ9.
013260     05 FILLER                     PIC X(02) VALUE SPACES.
013264     05 WN-RANK                    PIC ZZZ9.
013268     05 FILLER                     PIC X(02) VALUE SPACES.
013272     05 WN-WINDOWS                 PIC ZZZ9.
013276     05 FILLER                     PIC X(02) VALUE SPACES.
013280     05 WN-ORIGIN                  PIC X(04).
013284     05 FILLER                     PIC X(02) VALUE SPACES.
013288     05 WN-SITE-ID                 PIC X(08).
013300
013400 FD  HIKEAUD.
013500 01  HK-AUDIT-RECORD.
014720     05 FILLER                     PIC X(02) VALUE SPACES.
014730     05 AU-CYCLE                   PIC ZZ9.
014740     05 FILLER                     PIC X(02) VALUE SPACES.
014780     05 AU-SITE-ID                 PIC X(08).
014820     05 FILLER                     PIC X(02) VALUE SPACES.
014860     05 AU-RAW-LINE                PIC X(2000).
014900
015000 FD  HIKEOUT.
015100 01  HK-OUTPUT-RECORD.
015830     05 FILLER                     PIC X(02) VALUE SPACES.
015832     05 HO-LOW                     PIC -ZZZZ9.
015834     05 FILLER                     PIC X(02) VALUE SPACES.
015835     05 HO-CLIMB                   PIC ZZZZ9.
015836     05 FILLER                     PIC X(02) VALUE SPACES.
015837     05 HO-ORIGIN                  PIC X(04).
015838     05 FILLER                     PIC X(02) VALUE SPACES.
015839     05 HO-CYCLE                   PIC ZZ9.
015840     05 FILLER                     PIC X(02) VALUE SPACES.
015841     05 HO-SITE-ID                 PIC X(08).
015842
015843 FD  TRAILMST.
015844 01  TM-TRAIL-RECORD.
015845     05 TM-TRAIL-ID                PIC X(08).
015846     05 TM-TRAIL-NAME              PIC X(30).
015848     05 TM-REGION-CODE             PIC X(04).
015850     05 TM-DIFFICULTY-CLASS        PIC X(02).
015878 FD  HIKEREG.
015880 01  RG-REGISTRY-RECORD.
015882     05 RG-HIKE-ID                 PIC X(08).
015883     05 RG-SCORED-DATE             PIC 9(08).
015884     05 RG-STATUS                  PIC X(01).
015885     05 RG-PRIOR-DATE              PIC 9(08).
015886     05 RG-PRIOR-STATUS            PIC X(01).
015887
015888 FD  HIKESTAT.
015890 01  HK-STAT-RECORD.
015891     05 ST-RUN-DATE                PIC 9(08).
017000     88 WS-CTL-END-OF-FILE                  VALUE "Y".
017100 77  WS-CHK-EOF-SWITCH             PIC X(01) VALUE "N".
017200     88 WS-CHK-END-OF-FILE                  VALUE "Y".
017209 77  WS-CONT-SWITCH                PIC X(01) VALUE "N".
017218     88 WS-LINE-CONTINUES                    VALUE "Y".
017227     88 WS-LINE-ENDS-HIKE                    VALUE "N".
017236 77  WS-JOIN-SWITCH                PIC X(01) VALUE "N".
017245     88 WS-DATA-OVERFLOW                     VALUE "Y".
017254     88 WS-DATA-FITS                         VALUE "N".
017263 77  WS-WINDOW-SWITCH              PIC X(01) VALUE "N".
017272     88 WS-WINDOWS-OFF                       VALUE "N".
017281     88 WS-WINDOWS-ALL                       VALUE "A".
017290     88 WS-WINDOWS-TOP                       VALUE "T".
017300 77  WS-DATA-MISSING-SWITCH        PIC X(01) VALUE "N".
017400     88 WS-DATA-MISSING                     VALUE "Y".
017500     88 WS-DATA-PRESENT                     VALUE "N".
017505     88 WS-CONTINUATION-MISSING             VALUE "C".
017510 77  WS-RESCORE-SWITCH             PIC X(01) VALUE "N".
017520     88 WS-RESCORE-ALLOWED                  VALUE "Y".
017530 77  WS-STAT-OPEN-SWITCH           PIC X(01) VALUE "N".
018620 01  WS-HIKEHIST-STATUS            PIC X(02) VALUE "00".
018630 01  WS-HIKEREG-STATUS             PIC X(02) VALUE "00".
018640 01  WS-HIKESTAT-STATUS            PIC X(02) VALUE "00".
018670 01  WS-HIKEWIN-STATUS             PIC X(02) VALUE "00".
018700 01  WS-ABEND-FILE-ID              PIC X(08) VALUE SPACES.
018800 01  WS-ABEND-STATUS               PIC X(02) VALUE SPACES.
018825 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
018850 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
018875 01  WS-PREDECESSOR-ID            PIC X(08) VALUE "HIKEEDIT".
018881 01  WS-JOB-ID.
018887     05 WS-JOB-PROGRAM            PIC X(07) VALUE "HOTHIKE".
018893     05 WS-JOB-PARTITION          PIC X(01) VALUE SPACE.
018900
019000*----------------------------------------------------------------
019100*    RESTART AND CHECKPOINT CONTROL AREAS
020000 01  WS-HIKE-COUNTER              PIC 9(07) VALUE ZERO.
020100 01  WS-HEADER-LINE               PIC X(1000) VALUE SPACES.
020150 01  WS-INPUT-LINE                PIC X(1000) VALUE SPACES.
020180 01  WS-DATA-LINE                 PIC X(2000) VALUE SPACES.
020210 01  WS-DATA-POINTER              PIC 9(04) VALUE 1.
020240 01  WS-CONT-LENGTH               PIC 9(04) VALUE ZERO.
020300 01  WS-REJECT-REASON             PIC X(60) VALUE SPACES.
020310 01  WS-REJECT-CODE               PIC X(04) VALUE SPACES.
020400 01  WS-TOKEN                     PIC X(07) VALUE SPACES.
021040 01  WS-TOKEN-3                   PIC X(10) VALUE SPACES.
021042 01  WS-TOKEN-4                   PIC X(10) VALUE SPACES.
021044 01  WS-EXTRA-TOKEN               PIC X(10) VALUE SPACES.
021046 01  WS-TOKEN-5                   PIC X(10) VALUE SPACES.
021048 01  WS-SITE-ID                   PIC X(08) VALUE SPACES.
021050 01  WS-CYCLE-COUNT               PIC 9(03) VALUE ZERO.
021060 77  WS-UNITS-CODE                PIC X(02) VALUE "M".
021062     88 WS-UNITS-METERS                     VALUE "M".
029560 01  WS-CURRENT-CLIMB             PIC S9(07) VALUE ZERO.
029570 01  WS-STEP-DIFF                 PIC S9(06) VALUE ZERO.
029600
029605*----------------------------------------------------------------
029610*    WINDOW LISTING WORK AREAS - EVERY WINDOW THE SCORING PASS
029615*    EVALUATES, RANKED BY VALUE FOR HIKEWIN
029620*----------------------------------------------------------------
029625 01  WS-WINDOW-TOP-N              PIC 9(03) VALUE ZERO.
029630 01  WS-WINDOW-COUNT              PIC 9(03) VALUE ZERO.
029635 01  WS-WINDOW-LIMIT              PIC 9(03) VALUE ZERO.
029640 01  WS-WINDOW-TABLE.
029645     05 WS-WINDOW-ENTRY           OCCURS 200 TIMES.
029650        10 WW-START-POS           PIC 9(03).
029655        10 WW-VALUE               PIC S9(05).
029660 01  WS-WINDOW-SWAP.
029665     05 WX-START-POS              PIC 9(03).
029670     05 WX-VALUE                  PIC S9(05).
029675 01  WS-W                         PIC 9(03) VALUE ZERO.
029680 01  WS-W1                        PIC 9(03) VALUE ZERO.
029685 01  WS-R                         PIC 9(03) VALUE ZERO.
029690
029700 PROCEDURE DIVISION.
029800*----------------------------------------------------------------
029900*    0000-MAINLINE
036290        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
036291        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
036292     END-IF.
036312     IF NOT WS-WINDOWS-OFF
036332        IF WS-RESTART-HIKE-NBR > 0
036352           OPEN EXTEND HIKEWIN
036372        ELSE
036392           OPEN OUTPUT HIKEWIN
036412        END-IF
036432        IF WS-HIKEWIN-STATUS NOT = "00"
036452           AND WS-HIKEWIN-STATUS NOT = "05"
036472           MOVE "HIKEWIN" TO WS-ABEND-FILE-ID
036492           MOVE WS-HIKEWIN-STATUS TO WS-ABEND-STATUS
036512           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
036532        END-IF
036552     END-IF.
036700     IF WS-RESTART-HIKE-NBR > 0
036800        PERFORM 1200-SEED-FROM-CHECKPOINT THRU 1200-EXIT
036900        OPEN EXTEND HIKECHK
038600*----------------------------------------------------------------
038700*    1100-READ-CONTROL-CARD - READ THE OPTIONAL RESTART CARD.
038800*                             WHEN HIKECTL IS NOT PRESENT THE RUN
038860*                             STARTS FROM THE FIRST HIKE AS USUAL
038920*                             AND NO HIKEWIN IS WRITTEN.
039000*----------------------------------------------------------------
039100 1100-READ-CONTROL-CARD.
039200     OPEN INPUT HIKECTL.
040300           MOVE CC-CHECKPOINT-GAP TO WS-CHECKPOINT-GAP
040400        END-IF
040410        IF CC-RESCORE-OVERRIDE = "Y"
040411           SET WS-RESCORE-ALLOWED TO TRUE
040412        END-IF
040413        IF CC-WINDOW-OPTION = "ALL"
040414           SET WS-WINDOWS-ALL TO TRUE
040415        ELSE
040416           IF CC-WINDOW-OPTION NOT = SPACES
040417              AND FUNCTION TEST-NUMVAL(CC-WINDOW-OPTION) = 0
040418              MOVE FUNCTION NUMVAL(CC-WINDOW-OPTION)
040419                  TO WS-WINDOW-TOP-N
040420              IF WS-WINDOW-TOP-N > 0
040421                 SET WS-WINDOWS-TOP TO TRUE
040422              END-IF
040423           END-IF
040424        END-IF
040425        IF CC-PARTITION >= "1" AND CC-PARTITION <= "4"
040426           MOVE CC-PARTITION TO WS-JOB-PARTITION
040427           MOVE "HIKESPLT" TO WS-PREDECESSOR-ID
040430        END-IF
040500     END-IF.
040600     CLOSE HIKECTL.
047400           PERFORM 2650-WRITE-OUTPUT-RECORD THRU 2650-EXIT
047410           PERFORM 2660-WRITE-HISTORY-RECORD THRU 2660-EXIT
047420           PERFORM 2670-UPDATE-SCORED-REGISTRY THRU 2670-EXIT
047422           IF NOT WS-WINDOWS-OFF
047424              PERFORM 2690-WRITE-WINDOW-RECORDS THRU 2690-EXIT
047426           END-IF
047430        END-IF
047500     ELSE
047510        IF WS-REJECT-REENCOUNTER
049623     MOVE SPACES TO WS-TOKEN-4.
049624     MOVE ZERO TO WS-CYCLE-COUNT.
049625     MOVE "M" TO WS-UNITS-CODE.
049626     MOVE SPACES TO WS-TOKEN-5.
049627     MOVE SPACES TO WS-SITE-ID.
049630     SET WS-FIRST-ENCOUNTER TO TRUE.
049640     SET WS-FIRST-REJECT-ENCOUNTER TO TRUE.
049700     MOVE 1 TO WS-HEADER-POSITION.
049800     UNSTRING WS-HEADER-LINE DELIMITED BY ALL SPACE
049860         INTO WS-HIKE-ID, WS-COUNT-TEXT, WS-TOKEN-3, WS-TOKEN-4,
049920              WS-TOKEN-5
050000         WITH POINTER WS-HEADER-POSITION
050100     END-UNSTRING.
050110     PERFORM 2105-CLASSIFY-EXTRA-TOKENS THRU 2105-EXIT.
050700        SET WS-HIKE-INVALID TO TRUE
050800        MOVE "DATA LINE MISSING FOR HIKE" TO WS-REJECT-REASON
050850        MOVE "E040" TO WS-REJECT-CODE
050853     END-IF.
050856     IF WS-HIKE-VALID AND WS-CONTINUATION-MISSING
050859        SET WS-HIKE-INVALID TO TRUE
050862        MOVE "CONTINUATION LINE MISSING FOR HIKE"
050865            TO WS-REJECT-REASON
050868        MOVE "E041" TO WS-REJECT-CODE
050871     END-IF.
050874     IF WS-HIKE-VALID AND WS-DATA-OVERFLOW
050877        SET WS-HIKE-INVALID TO TRUE
050880        MOVE "CONTINUED DATA LINES EXCEED 2000 CHARACTERS"
050883            TO WS-REJECT-REASON
050886        MOVE "E064" TO WS-REJECT-CODE
050900     END-IF.
051000     IF WS-HIKE-VALID
051100        IF FUNCTION TEST-NUMVAL(WS-COUNT-TEXT) NOT = 0
053510*----------------------------------------------------------------
053512*    2105-CLASSIFY-EXTRA-TOKENS - THE HEADER MAY CARRY, AFTER
053514*                                 THE CHECKPOINT COUNT, A
053515*                                 HIKEFIX CYCLE COUNT (NUMERIC),
053516*                                 A UNITS TOKEN ("M" OR "FT")
053517*                                 AND A SITE TOKEN ("@" + SITE
053518*                                 ID) IN ANY ORDER.
053522*                                 ANYTHING ELSE IS A REJECT.
053524*----------------------------------------------------------------
053526 2105-CLASSIFY-EXTRA-TOKENS.
053528     MOVE WS-TOKEN-3 TO WS-EXTRA-TOKEN.
053530     PERFORM 2106-CLASSIFY-ONE-TOKEN THRU 2106-EXIT.
053532     MOVE WS-TOKEN-4 TO WS-EXTRA-TOKEN.
053533     PERFORM 2106-CLASSIFY-ONE-TOKEN THRU 2106-EXIT.
053534     MOVE WS-TOKEN-5 TO WS-EXTRA-TOKEN.
053535     PERFORM 2106-CLASSIFY-ONE-TOKEN THRU 2106-EXIT.
053536 2105-EXIT.
053538     EXIT.
053540
053541 2106-CLASSIFY-ONE-TOKEN.
053542     IF WS-EXTRA-TOKEN = SPACES
053543        GO TO 2106-EXIT
053544     END-IF.
053545     IF WS-EXTRA-TOKEN(1:1) = "@"
053546        MOVE WS-EXTRA-TOKEN(2:8) TO WS-SITE-ID
053547        GO TO 2106-EXIT
053548     END-IF.
053550     IF WS-EXTRA-TOKEN = "M" OR WS-EXTRA-TOKEN = "FT"
053552        MOVE WS-EXTRA-TOKEN TO WS-UNITS-CODE
057480     EXIT.
057481
057500*----------------------------------------------------------------
057550*    2200-SCORE-HIKE - FIND THE LOWEST MAX(Z(I),Z(I+2)) WINDOW.
057600*                      WHEN HIKEWIN IS WANTED EVERY WINDOW IS
057650*                      ALSO KEPT IN THE WINDOW TABLE.
057700*----------------------------------------------------------------
057800 2200-SCORE-HIKE.
057900     IF WS-N <= WS-CHECKPOINT-GAP
058100        MOVE "NO VALID WINDOW" TO WS-HIKE-STATUS-TEXT
058200        MOVE ZERO TO WS-V
058300        MOVE ZERO TO WS-D
058350        MOVE ZERO TO WS-WINDOW-COUNT
058400     ELSE
058500        MOVE "OK" TO WS-HIKE-STATUS-CODE
058600        MOVE "OK" TO WS-HIKE-STATUS-TEXT
058800        PERFORM VARYING WS-I FROM 1 BY 1
058900              UNTIL WS-I > WS-N - WS-CHECKPOINT-GAP
059000           COMPUTE WS-PAIR-INDEX = WS-I + WS-CHECKPOINT-GAP
059010           IF NOT WS-WINDOWS-OFF
059020              MOVE WS-I TO WW-START-POS(WS-I)
059030              MOVE FUNCTION MAX(WS-Z(WS-I), WS-Z(WS-PAIR-INDEX))
059040                  TO WW-VALUE(WS-I)
059050           END-IF
059100           IF FUNCTION MAX(WS-Z(WS-I), WS-Z(WS-PAIR-INDEX)) < WS-V
059200              SET WS-V TO
059300                  FUNCTION MAX(WS-Z(WS-I), WS-Z(WS-PAIR-INDEX))
059400              SET WS-D TO WS-I
059500           END-IF
059600        END-PERFORM
059650        COMPUTE WS-WINDOW-COUNT = WS-N - WS-CHECKPOINT-GAP
059700     END-IF.
059800     MOVE WS-V TO WS-T.
059810     PERFORM 2250-COMPUTE-PROFILE-STATS THRU 2250-EXIT.
060800     MOVE WS-HIKE-ID TO HE-HIKE-ID.
060850     MOVE WS-REJECT-CODE TO HE-REASON-CODE.
060900     MOVE WS-REJECT-REASON TO HE-REASON.
060950     MOVE WS-SITE-ID TO HE-SITE-ID.
061000     WRITE HK-ERROR-RECORD.
061100     IF WS-HIKEERR-STATUS NOT = "00"
061200        MOVE "HIKEERR" TO WS-ABEND-FILE-ID
063100     MOVE WS-T TO AU-VALUE.
063110     MOVE WS-HIKE-ORIGIN TO AU-ORIGIN.
063120     MOVE WS-CYCLE-COUNT TO AU-CYCLE.
063160     MOVE WS-SITE-ID TO AU-SITE-ID.
063200     MOVE WS-DATA-LINE TO AU-RAW-LINE.
063300     WRITE HK-AUDIT-RECORD.
063400     IF WS-HIKEAUD-STATUS NOT = "00"
071370     MOVE WS-LONGEST-CLIMB TO HO-CLIMB.
071380     MOVE WS-HIKE-ORIGIN TO HO-ORIGIN.
071390     MOVE WS-CYCLE-COUNT TO HO-CYCLE.
071395     MOVE WS-SITE-ID TO HO-SITE-ID.
071400     WRITE HK-OUTPUT-RECORD.
071500     IF WS-HIKEOUT-STATUS NOT = "00"
071600        MOVE "HIKEOUT" TO WS-ABEND-FILE-ID
071800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
071900     END-IF.
072000 2650-EXIT.
072002     EXIT.
072004
072006*----------------------------------------------------------------
072008*    2660-WRITE-HISTORY-RECORD - ADD THIS RUN'S RESULT FOR THE
072010*                                HIKE TO THE KEYED HIKEHIST FILE,
072012*                                REPLACING ANY PRIOR RECORD FOR
072014*                                THE SAME HIKE AND RUN DATE
072016*----------------------------------------------------------------
072018 2660-WRITE-HISTORY-RECORD.
072020     MOVE SPACES TO HH-HISTORY-RECORD.
072022     MOVE WS-HIKE-ID TO HH-HIKE-ID.
072024     MOVE WS-RUN-DATE TO HH-RUN-DATE.
072026     MOVE WS-D TO HH-POSITION.
072028     MOVE WS-V TO HH-VALUE.
072030     MOVE WS-HIKE-STATUS-CODE TO HH-STATUS-CODE.
072032     WRITE HH-HISTORY-RECORD
072034         INVALID KEY
072036             REWRITE HH-HISTORY-RECORD
072038     END-WRITE.
072040     IF WS-HIKEHIST-STATUS NOT = "00"
072042        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
072044        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
072046        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072048     END-IF.
072050 2660-EXIT.
072052     EXIT.
072054
072056*----------------------------------------------------------------
072058*    2670-UPDATE-SCORED-REGISTRY - RECORD THIS HIKE ID ON THE
072060*                                  HIKEREG REGISTRY SO A LATER
072062*                                  BATCH CANNOT SCORE IT AGAIN.
072064*                                  AN ENTRY LEFT BY AN EARLIER
072066*                                  RUN DATE IS KEPT AS THE PRIOR
072068*                                  STATE FOR HIKEBACK TO RESTORE
072070*----------------------------------------------------------------
072072 2670-UPDATE-SCORED-REGISTRY.
072074     MOVE WS-HIKE-ID TO RG-HIKE-ID.
072076     READ HIKEREG
072078         INVALID KEY
072080             MOVE WS-HIKE-ID TO RG-HIKE-ID
072082             MOVE WS-RUN-DATE TO RG-SCORED-DATE
072084             MOVE "S" TO RG-STATUS
072086             MOVE ZERO TO RG-PRIOR-DATE
072088             MOVE SPACE TO RG-PRIOR-STATUS
072090             WRITE RG-REGISTRY-RECORD
072092         NOT INVALID KEY
072094             IF RG-SCORED-DATE NOT = WS-RUN-DATE
072096                MOVE RG-SCORED-DATE TO RG-PRIOR-DATE
072098                MOVE RG-STATUS TO RG-PRIOR-STATUS
072100             END-IF
072102             MOVE WS-RUN-DATE TO RG-SCORED-DATE
072104             MOVE "S" TO RG-STATUS
072106             REWRITE RG-REGISTRY-RECORD
072108     END-READ.
072110     IF WS-HIKEREG-STATUS NOT = "00"
072112        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
072114        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
072116        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072118     END-IF.
072120 2670-EXIT.
072122     EXIT.
072124
072126*----------------------------------------------------------------
072128*    2680-REGISTER-REJECTED-HIKE - RECORD A REJECTED HIKE ID ON
072130*                                  HIKEREG WITH STATUS "R" SO A
072132*                                  RESTART DOES NOT WRITE ITS
072134*                                  HIKEERR RECORD TWICE.  A HIKE
072136*                                  WITH NO USABLE ID CANNOT BE
072138*                                  REGISTERED, AND AN "S" ENTRY
072140*                                  IS LEFT STANDING
072142*----------------------------------------------------------------
072144 2680-REGISTER-REJECTED-HIKE.
072146     IF WS-HIKE-ID = SPACES
072148        GO TO 2680-EXIT
072150     END-IF.
072152     MOVE WS-HIKE-ID TO RG-HIKE-ID.
072153     READ HIKEREG
072154         INVALID KEY
072155             MOVE WS-HIKE-ID TO RG-HIKE-ID
072156             MOVE WS-RUN-DATE TO RG-SCORED-DATE
072157             MOVE "R" TO RG-STATUS
072158             MOVE ZERO TO RG-PRIOR-DATE
072159             MOVE SPACE TO RG-PRIOR-STATUS
072160             WRITE RG-REGISTRY-RECORD
072161         NOT INVALID KEY
072162             IF RG-STATUS NOT = "S"
072163                IF RG-SCORED-DATE NOT = WS-RUN-DATE
072164                   MOVE RG-SCORED-DATE TO RG-PRIOR-DATE
072165                   MOVE RG-STATUS TO RG-PRIOR-STATUS
072166                END-IF
072167                MOVE WS-RUN-DATE TO RG-SCORED-DATE
072180                MOVE "R" TO RG-STATUS
072181                REWRITE RG-REGISTRY-RECORD
072182             END-IF
072188     END-IF.
072189 2680-EXIT.
072190     EXIT.
072191
072192*----------------------------------------------------------------
072193*    2690-WRITE-WINDOW-RECORDS - RANK THE HIKE'S WINDOWS BY VALUE
072194*                                AND WRITE ALL OF THEM, OR THE
072195*                                TOP N, TO HIKEWIN.  THE SORT
072196*                                KEEPS EQUAL VALUES IN START
072197*                                ORDER, SO RANK 1 IS ALWAYS THE
072198*                                WINDOW 2200 REPORTED AS THE
072199*                                WINNER.  A NOWIN HIKE HAS NO
072200*                                WINDOWS TO WRITE.
072201*----------------------------------------------------------------
072202 2690-WRITE-WINDOW-RECORDS.
072203     IF WS-WINDOW-COUNT = 0
072204        GO TO 2690-EXIT
072205     END-IF.
072206     PERFORM VARYING WS-W FROM 1 BY 1
072207           UNTIL WS-W >= WS-WINDOW-COUNT
072208        PERFORM 2691-SORT-ONE-PASS THRU 2691-EXIT
072209     END-PERFORM.
072210     MOVE WS-WINDOW-COUNT TO WS-WINDOW-LIMIT.
072211     IF WS-WINDOWS-TOP AND WS-WINDOW-TOP-N < WS-WINDOW-LIMIT
072212        MOVE WS-WINDOW-TOP-N TO WS-WINDOW-LIMIT
072213     END-IF.
072214     PERFORM VARYING WS-R FROM 1 BY 1
072215           UNTIL WS-R > WS-WINDOW-LIMIT
072216        PERFORM 2692-WRITE-ONE-WINDOW THRU 2692-EXIT
072217     END-PERFORM.
072218 2690-EXIT.
072219     EXIT.
072220
072221 2691-SORT-ONE-PASS.
072222     PERFORM VARYING WS-R FROM 1 BY 1
072223           UNTIL WS-R > WS-WINDOW-COUNT - WS-W
072224        COMPUTE WS-W1 = WS-R + 1
072225        IF WW-VALUE(WS-R) > WW-VALUE(WS-W1)
072226           MOVE WS-WINDOW-ENTRY(WS-R) TO WS-WINDOW-SWAP
072227           MOVE WS-WINDOW-ENTRY(WS-W1) TO WS-WINDOW-ENTRY(WS-R)
072228           MOVE WS-WINDOW-SWAP TO WS-WINDOW-ENTRY(WS-W1)
072229        END-IF
072230     END-PERFORM.
072231 2691-EXIT.
072232     EXIT.
072233
072234 2692-WRITE-ONE-WINDOW.
072235     MOVE SPACES TO HK-WINDOW-RECORD.
072236     MOVE WS-RUN-DATE TO WN-RUN-DATE.
072237     MOVE WS-HIKE-COUNTER TO WN-HIKE-NBR.
072238     MOVE WS-HIKE-ID TO WN-HIKE-ID.
072239     MOVE WW-START-POS(WS-R) TO WN-START-POS.
072240     COMPUTE WS-PAIR-INDEX =
072241         WW-START-POS(WS-R) + WS-CHECKPOINT-GAP.
072242     MOVE WS-PAIR-INDEX TO WN-PAIR-POS.
072243     MOVE WW-VALUE(WS-R) TO WN-VALUE.
072244     MOVE WS-R TO WN-RANK.
072245     MOVE WS-WINDOW-COUNT TO WN-WINDOWS.
072246     MOVE WS-HIKE-ORIGIN TO WN-ORIGIN.
072247     MOVE WS-SITE-ID TO WN-SITE-ID.
072248     WRITE HK-WINDOW-RECORD.
072249     IF WS-HIKEWIN-STATUS NOT = "00"
072250        MOVE "HIKEWIN" TO WS-ABEND-FILE-ID
072251        MOVE WS-HIKEWIN-STATUS TO WS-ABEND-STATUS
072252        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072253     END-IF.
072254 2692-EXIT.
072255     EXIT.
072256
072300*----------------------------------------------------------------
072400*    2700-WRITE-CHECKPOINT - RECORD HOW FAR THE RUN HAS PROGRESSED
072500*                            SO A SUBSEQUENT RUN CAN RESTART HERE
074710*                     FROM HIKERSUB ONCE HIKEIN IS EXHAUSTED.  A
074720*                     HEADER'S DATA LINE MUST COME FROM THE SAME
074730*                     SOURCE - A HIKE NEVER SPANS THE TWO FILES.
074740*                     A DATA LINE ENDING IN "&" PULLS IN ITS
074750*                     CONTINUATION LINES, SO A RESTART SKIPS
074760*                     WHOLE HIKES HOWEVER MANY LINES THEY TAKE.
074800*----------------------------------------------------------------
074900 3000-READ-HIKE.
074950     IF WS-DATA-MISSING OR WS-CONTINUATION-MISSING
075010        PERFORM 3020-SWITCH-TO-RESUBMITS THRU 3020-EXIT
075020        IF WS-END-OF-FILE
075030           GO TO 3000-EXIT
076200        SET WS-DATA-MISSING TO TRUE
076300        MOVE SPACES TO WS-DATA-LINE
076400     ELSE
076500        PERFORM 3030-JOIN-DATA-LINES THRU 3030-EXIT
076700     END-IF.
077200 3000-EXIT.
077300     EXIT.
077700     SET WS-DATA-PRESENT TO TRUE.
077710     SET WS-SOURCE-HAS-LINE TO TRUE.
077720 3020-EXIT.
077722     EXIT.
077724
077726*----------------------------------------------------------------
077728*    3030-JOIN-DATA-LINES - BUILD THE HIKE'S READINGS FROM THE
077730*                           DATA LINE JUST READ AND ANY LINES IT
077732*                           CONTINUES ONTO
077734*----------------------------------------------------------------
077736 3030-JOIN-DATA-LINES.
077738     MOVE SPACES TO WS-DATA-LINE.
077740     MOVE 1 TO WS-DATA-POINTER.
077742     SET WS-DATA-FITS TO TRUE.
077744     PERFORM 3040-APPEND-DATA-LINE THRU 3040-EXIT.
077746     PERFORM 3050-APPEND-CONTINUATION THRU 3050-EXIT
077748         UNTIL WS-LINE-ENDS-HIKE.
077750 3030-EXIT.
077752     EXIT.
077754
077756*----------------------------------------------------------------
077758*    3040-APPEND-DATA-LINE - ADD THE LINE IN WS-INPUT-LINE, LESS
077760*                            ANY CONTINUATION MARKER, TO THE
077762*                            JOINED READINGS
077764*----------------------------------------------------------------
077766 3040-APPEND-DATA-LINE.
077768     ADD 1 TO WS-RECORDS-READ.
077770     PERFORM 3060-CHECK-CONTINUATION THRU 3060-EXIT.
077772     IF WS-INPUT-LINE = SPACES OR WS-DATA-OVERFLOW
077774        GO TO 3040-EXIT
077776     END-IF.
077778     STRING
077780         FUNCTION TRIM(WS-INPUT-LINE, TRAILING)
077782         " "
077784         DELIMITED BY SIZE
077786         INTO WS-DATA-LINE
077788         WITH POINTER WS-DATA-POINTER
077790         ON OVERFLOW
077792             SET WS-DATA-OVERFLOW TO TRUE
077794     END-STRING.
077796 3040-EXIT.
077798     EXIT.
077800
077802*----------------------------------------------------------------
077804*    3050-APPEND-CONTINUATION - READ THE NEXT LINE OF THE SAME
077806*                               FILE AS A CONTINUATION.  END OF
077808*                               FILE HERE LEAVES THE HIKE
077810*                               INCOMPLETE.
077812*----------------------------------------------------------------
077814 3050-APPEND-CONTINUATION.
077816     PERFORM 3010-READ-SOURCE-LINE THRU 3010-EXIT.
077818     IF WS-SOURCE-AT-END
077820        SET WS-CONTINUATION-MISSING TO TRUE
077822        SET WS-LINE-ENDS-HIKE TO TRUE
077824        GO TO 3050-EXIT
077826     END-IF.
077828     PERFORM 3040-APPEND-DATA-LINE THRU 3040-EXIT.
077830 3050-EXIT.
077832     EXIT.
077834
077836*----------------------------------------------------------------
077838*    3060-CHECK-CONTINUATION - A LONE "&" AS THE LAST TOKEN OF
077840*                              WS-INPUT-LINE MARKS A CONTINUED
077842*                              LINE; THE MARKER IS BLANKED OUT
077844*----------------------------------------------------------------
077846 3060-CHECK-CONTINUATION.
077848     SET WS-LINE-ENDS-HIKE TO TRUE.
077850     IF WS-INPUT-LINE = SPACES
077852        GO TO 3060-EXIT
077854     END-IF.
077856     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-LINE, TRAILING))
077858         TO WS-CONT-LENGTH.
077860     IF WS-INPUT-LINE(WS-CONT-LENGTH:1) NOT = "&"
077862        GO TO 3060-EXIT
077864     END-IF.
077866     IF WS-CONT-LENGTH > 1
077868        IF WS-INPUT-LINE(WS-CONT-LENGTH - 1:1) NOT = SPACE
077870           GO TO 3060-EXIT
077872        END-IF
077874     END-IF.
077876     SET WS-LINE-CONTINUES TO TRUE.
077878     MOVE SPACE TO WS-INPUT-LINE(WS-CONT-LENGTH:1).
077880 3060-EXIT.
077882     EXIT.
077884
077886*----------------------------------------------------------------
077888*    9000-TERMINATE - CLOSE FILES
077890*----------------------------------------------------------------
077892 9000-TERMINATE.
077900     PERFORM 9100-WRITE-REPORT-TRAILER THRU 9100-EXIT.
077910     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
077920     PERFORM 9995-WRITE-STAT-RECORD THRU 9995-EXIT.
078520     CLOSE HIKEHIST.
078530     CLOSE HIKEREG.
078540     CLOSE HIKESTAT.
078547     IF NOT WS-WINDOWS-OFF
078554        CLOSE HIKEWIN
078561     END-IF.
078570     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
078600 9000-EXIT.
078700     EXIT.
081416     END-IF.
081417     PERFORM 8700-CHECK-PREDECESSOR THRU 8700-EXIT.
081418     ACCEPT WS-STAMP-TIME FROM TIME.
081419     MOVE WS-JOB-ID TO JS-PROGRAM-ID.
081420     MOVE WS-RUN-DATE TO JS-RUN-DATE.
081421     READ JOBSTATE
081422         INVALID KEY
081423             MOVE WS-JOB-ID TO JS-PROGRAM-ID
081424             MOVE WS-RUN-DATE TO JS-RUN-DATE
081425             MOVE WS-STAMP-TIME TO JS-START-TIME
081426             MOVE ZERO TO JS-END-TIME
081448*----------------------------------------------------------------
081449 8600-STAMP-JOB-END.
081450     ACCEPT WS-STAMP-TIME FROM TIME.
081451     MOVE WS-JOB-ID TO JS-PROGRAM-ID.
081452     MOVE WS-RUN-DATE TO JS-RUN-DATE.
081453     READ JOBSTATE
081454         INVALID KEY
