000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKEWRPT.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  READS THE RANKED WINDOWS
001300*                      HOTHIKE WRITES TO HIKEWIN AND PRINTS, PER
001400*                      HIKE, THE WINNING WINDOW, THE RUNNERS-UP
001500*                      AND THE MARGIN BETWEEN THEM.  HIKES WHOSE
001600*                      TOP WINDOWS TIE OR NEARLY TIE ARE FLAGGED
001700*                      FOR REVIEW.
001800*----------------------------------------------------------------
001900*
002000*    WINCTL CARD LAYOUT (NO CARD LISTS THREE RUNNERS-UP AND
002100*    FLAGS A MARGIN OF 5 OR LESS AS A NEAR TIE):
002200*        COLS 1-2  RUNNERS-UP TO LIST PER HIKE (1-9)
002300*        COLS 4-7  NEAR-TIE MARGIN (SAME UNITS AS THE WINDOW
002400*                  VALUE, METERS)
002500*
002600*    THE MARGIN IS THE FIRST RUNNER-UP'S VALUE LESS THE WINNER'S.
002700*    A MARGIN OF ZERO IS A TIE; A MARGIN NOT OVER THE NEAR-TIE
002800*    LIMIT IS A NEAR TIE.  A HIKE WITH ONE WINDOW ON HIKEWIN
002900*    (ONE EVALUATED, OR HOTHIKE RUN FOR THE TOP 1 ONLY) HAS NO
003000*    RUNNER-UP AND IS COUNTED SEPARATELY.
003010*
003020*    ONLY HIKEWIN RECORDS FOR THIS RUN DATE ARE REPORTED.  AN
003030*    EMPTY OR MISSING HIKEWIN (WINDOW OPTION OFF IN HIKECTL)
003040*    PRINTS "NO WINDOW LISTING FOR THIS RUN" AND ENDS RC 0.  A
003050*    HIKEWIN HOLDING ONLY OTHER RUN DATES ENDS "NOTHING DONE"
003060*    WITH RC 8.
003068*
003076*    ON A REGION-PARTITIONED DAY HIKEWIN IS THE FILE HIKEMRGE
003084*    MERGED FROM THE HIKEWINN PIECES, SO THE RUN STILL WAITS ON
003092*    THE HOTHIKE JOBSTATE ENTRY, WHICH HIKEMRGE STAMPS.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL HIKEWIN ASSIGN TO "HIKEWIN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-HIKEWIN-STATUS.
003800     SELECT OPTIONAL WINCTL ASSIGN TO "WINCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-WINCTL-STATUS.
004100     SELECT OPTIONAL WINRPT ASSIGN TO "WINRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-WINRPT-STATUS.
004400
004500     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS JS-STATE-KEY
004900         FILE STATUS IS WS-JOBSTATE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HIKEWIN.
005300 01  WN-WINDOW-RECORD.
005400     05 WN-RUN-DATE               PIC X(08).
005500     05 FILLER                    PIC X(02).
005600     05 WN-HIKE-NBR               PIC X(07).
005700     05 FILLER                    PIC X(02).
005800     05 WN-HIKE-ID                PIC X(08).
005900     05 FILLER                    PIC X(02).
006000     05 WN-START-POS              PIC X(04).
006100     05 FILLER                    PIC X(02).
006200     05 WN-PAIR-POS               PIC X(04).
006300     05 FILLER                    PIC X(02).
006400     05 WN-VALUE                  PIC X(06).
006500     05 FILLER                    PIC X(02).
006600     05 WN-RANK                   PIC X(04).
006700     05 FILLER                    PIC X(02).
006800     05 WN-WINDOWS                PIC X(04).
006900     05 FILLER                    PIC X(02).
007000     05 WN-ORIGIN                 PIC X(04).
007100     05 FILLER                    PIC X(02).
007200     05 WN-SITE-ID                PIC X(08).
007300
007400 FD  WINCTL.
007500 01  WC-CONTROL-RECORD.
007600     05 WC-RUNNERS-UP             PIC 9(02).
007700     05 FILLER                    PIC X(01).
007800     05 WC-NEAR-TIE-MARGIN        PIC 9(04).
007900
008000 FD  WINRPT.
008100 01  WR-REPORT-LINE               PIC X(132).
008200
008300 FD  JOBSTATE.
008400 01  JS-STATE-RECORD.
008500     05 JS-STATE-KEY.
008600        10 JS-PROGRAM-ID          PIC X(08).
008700        10 JS-RUN-DATE            PIC 9(08).
008800     05 JS-START-TIME             PIC 9(08).
008900     05 JS-END-TIME               PIC 9(08).
009000     05 JS-RETURN-CODE            PIC 9(02).
009100     05 JS-COMPLETE-FLAG          PIC X(01).
009200        88 JS-RUN-COMPLETE                  VALUE "Y".
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------
009500*    SWITCHES
009600*----------------------------------------------------------------
009700 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
009800     88 WS-END-OF-FILE                      VALUE "Y".
009900 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
010000     88 WS-CTL-END-OF-FILE                  VALUE "Y".
010100 77  WS-GROUP-SWITCH              PIC X(01) VALUE "N".
010200     88 WS-GROUP-OPEN                       VALUE "Y".
010300     88 WS-NO-GROUP                         VALUE "N".
010330 77  WS-WANTED-SWITCH             PIC X(01) VALUE "N".
010360     88 WS-RECORD-WANTED                    VALUE "Y".
010400
010500*----------------------------------------------------------------
010600*    FILE STATUS AREAS
010700*----------------------------------------------------------------
010800 01  WS-HIKEWIN-STATUS            PIC X(02) VALUE "00".
010900 01  WS-WINCTL-STATUS             PIC X(02) VALUE "00".
011000 01  WS-WINRPT-STATUS             PIC X(02) VALUE "00".
011100 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
011200 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
011300 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
011400 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
011500 01  WS-PREDECESSOR-ID            PIC X(08) VALUE "HOTHIKE".
011600
011700*----------------------------------------------------------------
011800*    CONTROL VALUES
011900*----------------------------------------------------------------
012000 01  WS-RUNNERS-UP                PIC 9(02) VALUE 3.
012100 01  WS-NEAR-TIE-MARGIN           PIC 9(04) VALUE 5.
012200
012300*----------------------------------------------------------------
012400*    ONE HIKE'S WINDOWS - THE WINNER AND UP TO NINE RUNNERS-UP,
012500*    IN THE RANK ORDER HOTHIKE WROTE THEM
012600*----------------------------------------------------------------
012700 01  WS-GROUP-HIKE-ID             PIC X(08) VALUE SPACES.
012800 01  WS-GROUP-HIKE-NBR            PIC X(07) VALUE SPACES.
012900 01  WS-GROUP-WINDOWS             PIC 9(04) VALUE ZERO.
013000 01  WS-GROUP-COUNT               PIC 9(02) VALUE ZERO.
013100 01  WS-GROUP-LIMIT               PIC 9(02) VALUE ZERO.
013200 01  WS-GROUP-TABLE.
013300     05 WS-GROUP-ENTRY            OCCURS 10 TIMES.
013400        10 GW-RANK                PIC 9(04).
013500        10 GW-START-POS           PIC 9(04).
013600        10 GW-PAIR-POS            PIC 9(04).
013700        10 GW-VALUE               PIC S9(05).
013800 01  WS-G                         PIC 9(02) VALUE ZERO.
013900 01  WS-MARGIN                    PIC S9(06) VALUE ZERO.
014100
014200*----------------------------------------------------------------
014300*    RUN TOTALS
014400*----------------------------------------------------------------
014500 01  WS-WINDOWS-READ              PIC 9(07) VALUE ZERO.
014600 01  WS-HIKES-LISTED              PIC 9(07) VALUE ZERO.
014700 01  WS-TIE-COUNT                 PIC 9(07) VALUE ZERO.
014800 01  WS-NEAR-TIE-COUNT            PIC 9(07) VALUE ZERO.
014900 01  WS-SINGLE-COUNT              PIC 9(07) VALUE ZERO.
014950 01  WS-OTHER-DATE-COUNT          PIC 9(07) VALUE ZERO.
015000
015100*----------------------------------------------------------------
015200*    REPORT WORK AREAS
015300*----------------------------------------------------------------
015400 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
015500 01  WS-RUN-DATE-EDIT.
015600     05 WS-RD-YEAR                PIC 9(04).
015700     05 FILLER                    PIC X(01) VALUE "-".
015800     05 WS-RD-MONTH               PIC 9(02).
015900     05 FILLER                    PIC X(01) VALUE "-".
016000     05 WS-RD-DAY                 PIC 9(02).
016100
016200 01  WS-REPORT-HEADING-1.
016300     05 FILLER                    PIC X(20) VALUE "HIKEWRPT".
016400     05 FILLER                    PIC X(34)
016500            VALUE "WINDOW MARGIN REVIEW REPORT".
016600     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
016700     05 RH1-RUN-DATE              PIC X(10).
016800
016900 01  WS-REPORT-HEADING-2.
017000     05 FILLER                    PIC X(10) VALUE "HIKE ID".
017100     05 FILLER                    PIC X(10) VALUE "HIKE NBR".
017200     05 FILLER                    PIC X(09) VALUE "WINDOWS".
017300     05 FILLER                    PIC X(12) VALUE "ROLE".
017400     05 FILLER                    PIC X(06) VALUE "RANK".
017500     05 FILLER                    PIC X(10) VALUE "POSITION".
017600     05 FILLER                    PIC X(08) VALUE "PAIRED".
017700     05 FILLER                    PIC X(08) VALUE "VALUE".
017800     05 FILLER                    PIC X(09) VALUE "MARGIN".
017900     05 FILLER                    PIC X(20) VALUE "REVIEW".
018000
018100 01  WS-REPORT-DETAIL.
018200     05 RD-HIKE-ID                PIC X(08).
018300     05 FILLER                    PIC X(02) VALUE SPACES.
018400     05 RD-HIKE-NBR               PIC X(07).
018500     05 FILLER                    PIC X(03) VALUE SPACES.
018600     05 RD-WINDOWS                PIC ZZZ9.
018700     05 FILLER                    PIC X(05) VALUE SPACES.
018800     05 RD-ROLE                   PIC X(10).
018900     05 FILLER                    PIC X(02) VALUE SPACES.
019000     05 RD-RANK                   PIC ZZZ9.
019100     05 FILLER                    PIC X(04) VALUE SPACES.
019200     05 RD-POSITION               PIC ZZZ9.
019300     05 FILLER                    PIC X(04) VALUE SPACES.
019400     05 RD-PAIRED                 PIC ZZZ9.
019500     05 FILLER                    PIC X(02) VALUE SPACES.
019600     05 RD-VALUE                  PIC -ZZZZ9.
019700     05 FILLER                    PIC X(03) VALUE SPACES.
019800     05 RD-MARGIN                 PIC -ZZZZZ9.
019900     05 FILLER                    PIC X(02) VALUE SPACES.
020000     05 RD-REVIEW                 PIC X(20).
020100
020200 01  WS-REPORT-TRAILER-1.
020300     05 FILLER               PIC X(15) VALUE "HIKES LISTED:".
020400     05 RT1-HIKES            PIC Z(06)9.
020500     05 FILLER               PIC X(08) VALUE SPACES.
020600     05 FILLER               PIC X(15) VALUE "WINDOWS READ:".
020700     05 RT1-WINDOWS          PIC Z(06)9.
020720     05 FILLER               PIC X(08) VALUE SPACES.
020740     05 FILLER               PIC X(18) VALUE "OTHER RUN DATES:".
020760     05 RT1-OTHER-DATES      PIC Z(06)9.
020800
020900 01  WS-REPORT-TRAILER-2.
021000     05 FILLER               PIC X(15) VALUE "TIES:".
021100     05 RT2-TIES             PIC Z(06)9.
021200     05 FILLER               PIC X(08) VALUE SPACES.
021300     05 FILLER               PIC X(15) VALUE "NEAR TIES:".
021400     05 RT2-NEAR-TIES        PIC Z(06)9.
021500     05 FILLER               PIC X(08) VALUE SPACES.
021600     05 FILLER               PIC X(15) VALUE "NO RUNNER-UP:".
021700     05 RT2-SINGLE           PIC Z(06)9.
021800
021900 01  WS-REPORT-TRAILER-3.
022000     05 FILLER               PIC X(18) VALUE "NEAR-TIE MARGIN:".
022100     05 RT3-MARGIN           PIC ZZZ9.
022200     05 FILLER               PIC X(08) VALUE SPACES.
022300     05 FILLER               PIC X(18) VALUE "RUNNERS-UP LISTED:".
022400     05 RT3-RUNNERS-UP       PIC Z9.
022420
022440 01  WS-NO-LISTING-LINE.
022460     05 FILLER               PIC X(30)
022480            VALUE "NO WINDOW LISTING FOR THIS RUN".
022500
022600 PROCEDURE DIVISION.
022700*----------------------------------------------------------------
022800*    0000-MAINLINE
022900*----------------------------------------------------------------
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     PERFORM 2000-PROCESS-ONE-WINDOW THRU 2000-EXIT
023300         UNTIL WS-END-OF-FILE.
023400     IF WS-GROUP-OPEN
023500        PERFORM 5000-PRINT-HIKE THRU 5000-EXIT
023600     END-IF.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     STOP RUN.
023900
024000*----------------------------------------------------------------
024100*    1000-INITIALIZE - OPEN FILES, READ THE CONTROL CARD AND
024200*                      PRIME THE READ
024300*----------------------------------------------------------------
024400 1000-INITIALIZE.
024500     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
024600     OPEN INPUT HIKEWIN.
024700     IF WS-HIKEWIN-STATUS NOT = "00"
024750        AND WS-HIKEWIN-STATUS NOT = "05"
024800        MOVE "HIKEWIN" TO WS-ABEND-FILE-ID
024900        MOVE WS-HIKEWIN-STATUS TO WS-ABEND-STATUS
025000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
025100     END-IF.
025200     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
025300     OPEN OUTPUT WINRPT.
025400     IF WS-WINRPT-STATUS NOT = "00"
025500        AND WS-WINRPT-STATUS NOT = "05"
025600        MOVE "WINRPT" TO WS-ABEND-FILE-ID
025700        MOVE WS-WINRPT-STATUS TO WS-ABEND-STATUS
025800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
025900     END-IF.
026000     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
026100     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
026200     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
026300     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
026400     MOVE WS-REPORT-HEADING-1 TO WR-REPORT-LINE.
026500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
026600     MOVE SPACES TO WR-REPORT-LINE.
026700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
026800     MOVE WS-REPORT-HEADING-2 TO WR-REPORT-LINE.
026900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
027000     PERFORM 3000-READ-HIKEWIN THRU 3000-EXIT.
027100 1000-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------------
027500*    1100-READ-CONTROL-CARD - READ THE OPTIONAL RUNNERS-UP COUNT
027600*                             AND NEAR-TIE MARGIN.  A MISSING OR
027700*                             BLANK FIELD KEEPS ITS DEFAULT.
027800*----------------------------------------------------------------
027900 1100-READ-CONTROL-CARD.
028000     OPEN INPUT WINCTL.
028100     READ WINCTL
028200         AT END
028300             SET WS-CTL-END-OF-FILE TO TRUE
028400     END-READ.
028500     IF NOT WS-CTL-END-OF-FILE
028600        IF WC-RUNNERS-UP NUMERIC AND WC-RUNNERS-UP > 0
028700           MOVE WC-RUNNERS-UP TO WS-RUNNERS-UP
028800        END-IF
028900        IF WC-NEAR-TIE-MARGIN NUMERIC
029000           MOVE WC-NEAR-TIE-MARGIN TO WS-NEAR-TIE-MARGIN
029100        END-IF
029200     END-IF.
029300     CLOSE WINCTL.
029400     IF WS-RUNNERS-UP > 9
029500        MOVE 9 TO WS-RUNNERS-UP
029600     END-IF.
029700 1100-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------------
030100*    2000-PROCESS-ONE-WINDOW - A CHANGE OF HIKE PRINTS THE HIKE
030200*                              JUST FINISHED.  THE WINNER AND
030300*                              THE RUNNERS-UP ASKED FOR ARE
030400*                              KEPT; LOWER RANKS ARE COUNTED
030500*                              ONLY.
030600*----------------------------------------------------------------
030700 2000-PROCESS-ONE-WINDOW.
030800     ADD 1 TO WS-WINDOWS-READ.
030900     IF WS-GROUP-OPEN
031000        IF WN-HIKE-ID NOT = WS-GROUP-HIKE-ID
031100           OR WN-HIKE-NBR NOT = WS-GROUP-HIKE-NBR
031200           PERFORM 5000-PRINT-HIKE THRU 5000-EXIT
031300        END-IF
031400     END-IF.
031500     IF WS-NO-GROUP
031600        PERFORM 2100-START-HIKE THRU 2100-EXIT
031700     END-IF.
031800     IF WS-GROUP-COUNT < WS-GROUP-LIMIT
031900        ADD 1 TO WS-GROUP-COUNT
032000        MOVE FUNCTION NUMVAL(WN-RANK)
032100            TO GW-RANK(WS-GROUP-COUNT)
032200        MOVE FUNCTION NUMVAL(WN-START-POS)
032300            TO GW-START-POS(WS-GROUP-COUNT)
032400        MOVE FUNCTION NUMVAL(WN-PAIR-POS)
032500            TO GW-PAIR-POS(WS-GROUP-COUNT)
032600        MOVE FUNCTION NUMVAL(WN-VALUE)
032700            TO GW-VALUE(WS-GROUP-COUNT)
032800     END-IF.
032900     PERFORM 3000-READ-HIKEWIN THRU 3000-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------
033400*    2100-START-HIKE - HOLD THE NEW HIKE'S KEY AND WINDOW COUNT
033500*----------------------------------------------------------------
033600 2100-START-HIKE.
033700     SET WS-GROUP-OPEN TO TRUE.
033800     MOVE WN-HIKE-ID TO WS-GROUP-HIKE-ID.
033900     MOVE WN-HIKE-NBR TO WS-GROUP-HIKE-NBR.
034000     MOVE FUNCTION NUMVAL(WN-WINDOWS) TO WS-GROUP-WINDOWS.
034100     MOVE ZERO TO WS-GROUP-COUNT.
034200     COMPUTE WS-GROUP-LIMIT = WS-RUNNERS-UP + 1.
034300 2100-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------
034700*    3000-READ-HIKEWIN - READ THE NEXT HIKEWIN RECORD FOR THIS
034750*                        RUN DATE, COUNTING ANY OTHERS PASSED
034800*----------------------------------------------------------------
034900 3000-READ-HIKEWIN.
034910     MOVE "N" TO WS-WANTED-SWITCH.
034920     PERFORM 3010-READ-ONE-RECORD THRU 3010-EXIT
034930         UNTIL WS-END-OF-FILE OR WS-RECORD-WANTED.
034940 3000-EXIT.
034950     EXIT.
034960
034970 3010-READ-ONE-RECORD.
035000     READ HIKEWIN
035100         AT END
035200             SET WS-END-OF-FILE TO TRUE
035300     END-READ.
035350     IF WS-END-OF-FILE
035400        GO TO 3010-EXIT
035450     END-IF.
035500     IF WS-HIKEWIN-STATUS NOT = "00"
035600        MOVE "HIKEWIN" TO WS-ABEND-FILE-ID
035700        MOVE WS-HIKEWIN-STATUS TO WS-ABEND-STATUS
035800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
035900     END-IF.
035910     IF WN-RUN-DATE NOT = WS-RUN-DATE
035920        ADD 1 TO WS-OTHER-DATE-COUNT
035930        GO TO 3010-EXIT
035940     END-IF.
035950     SET WS-RECORD-WANTED TO TRUE.
036000 3010-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400*    3100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
036500*----------------------------------------------------------------
036600 3100-WRITE-REPORT-LINE.
036700     WRITE WR-REPORT-LINE.
036800     IF WS-WINRPT-STATUS NOT = "00"
036900        MOVE "WINRPT" TO WS-ABEND-FILE-ID
037000        MOVE WS-WINRPT-STATUS TO WS-ABEND-STATUS
037100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
037200     END-IF.
037300 3100-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------------
037700*    5000-PRINT-HIKE - THE WINNER LINE CARRIES THE MARGIN TO THE
037800*                      FIRST RUNNER-UP AND THE REVIEW FLAG; EACH
037900*                      RUNNER-UP LINE CARRIES ITS GAP BEHIND THE
038000*                      WINNER
038100*----------------------------------------------------------------
038200 5000-PRINT-HIKE.
038300     ADD 1 TO WS-HIKES-LISTED.
038500     MOVE SPACES TO WS-REPORT-DETAIL.
038600     MOVE WS-GROUP-HIKE-ID TO RD-HIKE-ID.
038700     MOVE WS-GROUP-HIKE-NBR TO RD-HIKE-NBR.
038800     MOVE WS-GROUP-WINDOWS TO RD-WINDOWS.
038900     MOVE "WINNER" TO RD-ROLE.
039000     MOVE GW-RANK(1) TO RD-RANK.
039100     MOVE GW-START-POS(1) TO RD-POSITION.
039200     MOVE GW-PAIR-POS(1) TO RD-PAIRED.
039300     MOVE GW-VALUE(1) TO RD-VALUE.
039400     IF WS-GROUP-COUNT < 2
039500        ADD 1 TO WS-SINGLE-COUNT
039600        MOVE "NO RUNNER-UP" TO RD-REVIEW
039700     ELSE
039800        COMPUTE WS-MARGIN = GW-VALUE(2) - GW-VALUE(1)
039900        MOVE WS-MARGIN TO RD-MARGIN
040000        IF WS-MARGIN = 0
040100           ADD 1 TO WS-TIE-COUNT
040200           MOVE "*** TIE - REVIEW" TO RD-REVIEW
040300        ELSE
040400           IF WS-MARGIN <= WS-NEAR-TIE-MARGIN
040500              ADD 1 TO WS-NEAR-TIE-COUNT
040600              MOVE "*** NEAR TIE - REVIEW" TO RD-REVIEW
040700           END-IF
040800        END-IF
040900     END-IF.
041000     MOVE WS-REPORT-DETAIL TO WR-REPORT-LINE.
041100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
041200     PERFORM VARYING WS-G FROM 2 BY 1
041300           UNTIL WS-G > WS-GROUP-COUNT
041400        PERFORM 5100-PRINT-RUNNER-UP THRU 5100-EXIT
041500     END-PERFORM.
041600     SET WS-NO-GROUP TO TRUE.
041700 5000-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------------
042100*    5100-PRINT-RUNNER-UP - ONE RUNNER-UP WINDOW
042200*----------------------------------------------------------------
042300 5100-PRINT-RUNNER-UP.
042400     MOVE SPACES TO WS-REPORT-DETAIL.
042500     MOVE "RUNNER-UP" TO RD-ROLE.
042600     MOVE GW-RANK(WS-G) TO RD-RANK.
042700     MOVE GW-START-POS(WS-G) TO RD-POSITION.
042800     MOVE GW-PAIR-POS(WS-G) TO RD-PAIRED.
042900     MOVE GW-VALUE(WS-G) TO RD-VALUE.
043000     COMPUTE WS-MARGIN = GW-VALUE(WS-G) - GW-VALUE(1).
043100     MOVE WS-MARGIN TO RD-MARGIN.
043200     MOVE WS-REPORT-DETAIL TO WR-REPORT-LINE.
043300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
043400 5100-EXIT.
043500     EXIT.
043600
043700*----------------------------------------------------------------
043800*    9000-TERMINATE - WRITE THE COUNTS AND CLOSE FILES.  NO
043820*                     HIKEWIN RECORDS AT ALL IS A NIGHT WITH THE
043840*                     WINDOW OPTION OFF; RECORDS ONLY FOR OTHER
043860*                     RUN DATES MEANS NOTHING WAS DONE.
043900*----------------------------------------------------------------
044000 9000-TERMINATE.
044020     IF WS-WINDOWS-READ = 0 AND WS-OTHER-DATE-COUNT = 0
044040        MOVE WS-NO-LISTING-LINE TO WR-REPORT-LINE
044060        PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
044080     END-IF.
044100     MOVE SPACES TO WR-REPORT-LINE.
044200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
044300     MOVE WS-HIKES-LISTED TO RT1-HIKES.
044400     MOVE WS-WINDOWS-READ TO RT1-WINDOWS.
044450     MOVE WS-OTHER-DATE-COUNT TO RT1-OTHER-DATES.
044500     MOVE WS-REPORT-TRAILER-1 TO WR-REPORT-LINE.
044600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
044700     MOVE WS-TIE-COUNT TO RT2-TIES.
044800     MOVE WS-NEAR-TIE-COUNT TO RT2-NEAR-TIES.
044900     MOVE WS-SINGLE-COUNT TO RT2-SINGLE.
045000     MOVE WS-REPORT-TRAILER-2 TO WR-REPORT-LINE.
045100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
045200     MOVE WS-NEAR-TIE-MARGIN TO RT3-MARGIN.
045300     MOVE WS-RUNNERS-UP TO RT3-RUNNERS-UP.
045400     MOVE WS-REPORT-TRAILER-3 TO WR-REPORT-LINE.
045500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
045600     CLOSE HIKEWIN.
045700     CLOSE WINRPT.
045710     IF WS-WINDOWS-READ = 0 AND WS-OTHER-DATE-COUNT > 0
045720        DISPLAY "HIKEWRPT: NO HIKEWIN RECORDS FOR RUN DATE "
045730            WS-RUN-DATE " - NOTHING DONE"
045740        MOVE 8 TO RETURN-CODE
045750     END-IF.
045800     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
045900 9000-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
046400*                           JOBSTATE FILE AFTER CONFIRMING
046500*                           THE PREDECESSOR COMPLETED CLEAN
046600*----------------------------------------------------------------
046700 8500-STAMP-JOB-START.
046800     IF WS-RUN-DATE = 0
046900        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
047000     END-IF.
047100     OPEN I-O JOBSTATE.
047200     IF WS-JOBSTATE-STATUS NOT = "00"
047300        AND WS-JOBSTATE-STATUS NOT = "05"
047400        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
047500        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
047600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
047700     END-IF.
047800     PERFORM 8700-CHECK-PREDECESSOR THRU 8700-EXIT.
047900     ACCEPT WS-STAMP-TIME FROM TIME.
048000     MOVE "HIKEWRPT" TO JS-PROGRAM-ID.
048100     MOVE WS-RUN-DATE TO JS-RUN-DATE.
048200     READ JOBSTATE
048300         INVALID KEY
048400             MOVE "HIKEWRPT" TO JS-PROGRAM-ID
048500             MOVE WS-RUN-DATE TO JS-RUN-DATE
048600             MOVE WS-STAMP-TIME TO JS-START-TIME
048700             MOVE ZERO TO JS-END-TIME
048800             MOVE 99 TO JS-RETURN-CODE
048900             MOVE "N" TO JS-COMPLETE-FLAG
049000             WRITE JS-STATE-RECORD
049100         NOT INVALID KEY
049200             MOVE WS-STAMP-TIME TO JS-START-TIME
049300             MOVE ZERO TO JS-END-TIME
049400             MOVE 99 TO JS-RETURN-CODE
049500             MOVE "N" TO JS-COMPLETE-FLAG
049600             REWRITE JS-STATE-RECORD
049700     END-READ.
049800     IF WS-JOBSTATE-STATUS NOT = "00"
049900        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
050000        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
050100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
050200     END-IF.
050300 8500-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
050800*                         RETURN CODE
050900*----------------------------------------------------------------
051000 8600-STAMP-JOB-END.
051100     ACCEPT WS-STAMP-TIME FROM TIME.
051200     MOVE "HIKEWRPT" TO JS-PROGRAM-ID.
051300     MOVE WS-RUN-DATE TO JS-RUN-DATE.
051400     READ JOBSTATE
051500         INVALID KEY
051600             CONTINUE
051700         NOT INVALID KEY
051800             MOVE WS-STAMP-TIME TO JS-END-TIME
051900             MOVE RETURN-CODE TO JS-RETURN-CODE
052000             MOVE "Y" TO JS-COMPLETE-FLAG
052100             REWRITE JS-STATE-RECORD
052200     END-READ.
052300     CLOSE JOBSTATE.
052400 8600-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------
052800*    8700-CHECK-PREDECESSOR - REFUSE TO START UNLESS THE
052900*                             PREDECESSOR COMPLETED CLEAN FOR
053000*                             THE SAME RUN DATE
053100*----------------------------------------------------------------
053200 8700-CHECK-PREDECESSOR.
053300     MOVE WS-PREDECESSOR-ID TO JS-PROGRAM-ID.
053400     MOVE WS-RUN-DATE TO JS-RUN-DATE.
053500     READ JOBSTATE
053600         INVALID KEY
053700             PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
053800     END-READ.
053900     IF NOT JS-RUN-COMPLETE
054000        OR JS-RETURN-CODE NOT = ZERO
054100        PERFORM 8710-HOLD-THE-JOB THRU 8710-EXIT
054200     END-IF.
054300 8700-EXIT.
054400     EXIT.
054500
054600 8710-HOLD-THE-JOB.
054700     DISPLAY "HIKEWRPT: PREDECESSOR " WS-PREDECESSOR-ID
054800         " HAS NOT COMPLETED CLEAN FOR RUN DATE " WS-RUN-DATE
054900         " - JOB NOT STARTED".
055000     CLOSE JOBSTATE.
055100     MOVE 8 TO RETURN-CODE.
055200     STOP RUN.
055300 8710-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------
055700*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
055800*----------------------------------------------------------------
055900 9990-ABEND-ON-FILE-ERROR.
056000     DISPLAY "HIKEWRPT: I/O ERROR ON " WS-ABEND-FILE-ID
056100         " - FILE STATUS = " WS-ABEND-STATUS.
056200     MOVE 16 TO RETURN-CODE.
056300     STOP RUN.
056400 9990-EXIT.
056500     EXIT.
