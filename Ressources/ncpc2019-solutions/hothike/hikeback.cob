000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HIKEBACK.
000300 AUTHOR. R HAUGEN.
000400 INSTALLATION. TRAIL-SAFETY-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  RH   NEW PROGRAM.  BACKS OUT ONE HOTHIKE RUN
001300*                      DATE WHEN A COLLECTOR SENT A BAD DAY, SO
001400*                      THE DAY CAN BE RERUN AS IF THE BAD RUN
001500*                      NEVER HAPPENED.  THE DATE'S HIKEHIST
001600*                      RECORDS AND HIKEAUD LINES ARE REMOVED,
001700*                      ITS HIKEREG ENTRIES ARE REMOVED OR PUT
001800*                      BACK TO THEIR PRIOR STATE, AND THE
001900*                      JOBSTATE ENTRIES OF HOTHIKE AND ITS
002000*                      SUCCESSORS ARE RESET.  EVERYTHING TAKEN
002100*                      OUT GOES TO BACKOUT / AUDBACK, AND A
002200*                      RESTORE MODE PUTS IT BACK.
002300*----------------------------------------------------------------
002400*
002500*    BACKCTL CARD LAYOUT (THE CARD IS REQUIRED):
002600*        COL   1     MODE - "B" BACK OUT, "R" RESTORE
002700*        COLS  3-10  HOTHIKE RUN DATE (YYYYMMDD)
002800*        COL  12     "N" LEAVES JOBSTATE ALONE (BACK OUT ONLY;
002900*                    BLANK RESETS IT)
003000*
003100*    BACKLIST (OPTIONAL) HOLDS ONE HIKE ID PER LINE IN COLS 1-8.
003200*    WHEN IT IS PRESENT ONLY THOSE HIKES ARE BACKED OUT OR
003300*    RESTORED, AND IDS WITH NOTHING TO DO ARE LISTED.  JOBSTATE
003400*    IS NOT PER HIKE AND IS RESET EITHER WAY.
003500*
003600*    HIKEAUD IS LINE SEQUENTIAL AND CANNOT BE DELETED IN PLACE:
003700*    THE KEPT LINES ARE REWRITTEN TO AUDKEEP AND THE SCHEDULER
003800*    SWAPS AUDKEEP IN AS THE NEW HIKEAUD AFTER A CLEAN BACK OUT,
003900*    AS FOR HIKEPURG.  HIKEOUT, HIKEERR AND HIKERPT ARE NOT
004000*    TOUCHED; THE RERUN OF THE DAY REPLACES THEM.
004100*
004200*    BACKOUT RECORD TYPES:
004300*        "H"  A HIKEHIST RECORD THAT WAS DELETED
004400*        "G"  A HIKEREG ENTRY AS IT STOOD BEFORE IT WAS DELETED
004500*             OR PUT BACK TO ITS PRIOR DATE AND STATUS
004600*        "J"  A JOBSTATE ENTRY THAT WAS RESET
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL BACKCTL ASSIGN TO "BACKCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BACKCTL-STATUS.
005400     SELECT OPTIONAL BACKLIST ASSIGN TO "BACKLIST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-BACKLIST-STATUS.
005700     SELECT OPTIONAL HIKEHIST ASSIGN TO "HIKEHIST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HH-HIST-KEY
006100         FILE STATUS IS WS-HIKEHIST-STATUS.
006200     SELECT OPTIONAL HIKEREG ASSIGN TO "HIKEREG"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS RG-HIKE-ID
006600         FILE STATUS IS WS-HIKEREG-STATUS.
006700     SELECT OPTIONAL HIKEAUD ASSIGN TO "HIKEAUD"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-HIKEAUD-STATUS.
007000     SELECT OPTIONAL AUDKEEP ASSIGN TO "AUDKEEP"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-AUDKEEP-STATUS.
007300     SELECT OPTIONAL AUDBACK ASSIGN TO "AUDBACK"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-AUDBACK-STATUS.
007600     SELECT OPTIONAL BACKOUT ASSIGN TO "BACKOUT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-BACKOUT-STATUS.
007900     SELECT OPTIONAL BACKRPT ASSIGN TO "BACKRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-BACKRPT-STATUS.
008200
008300     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS JS-STATE-KEY
008700         FILE STATUS IS WS-JOBSTATE-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  BACKCTL.
009100 01  BC-CONTROL-RECORD.
009200     05 BC-MODE                   PIC X(01).
009300     05 FILLER                    PIC X(01).
009400     05 BC-BACK-DATE              PIC X(08).
009500     05 FILLER                    PIC X(01).
009600     05 BC-JOBSTATE-OPTION        PIC X(01).
009700
009800 FD  BACKLIST.
009900 01  BL-LIST-RECORD.
010000     05 BL-HIKE-ID                PIC X(08).
010100     05 FILLER                    PIC X(72).
010200
010300 FD  HIKEHIST.
010400 01  HH-HISTORY-RECORD.
010500     05 HH-HIST-KEY.
010600        10 HH-HIKE-ID              PIC X(08).
010700        10 HH-RUN-DATE             PIC 9(08).
010800     05 HH-POSITION                PIC 9(04).
010900     05 HH-VALUE                   PIC S9(05).
011000     05 HH-STATUS-CODE             PIC X(05).
011100
011200 FD  HIKEREG.
011300 01  RG-REGISTRY-RECORD.
011400     05 RG-HIKE-ID                 PIC X(08).
011500     05 RG-SCORED-DATE             PIC 9(08).
011600     05 RG-STATUS                  PIC X(01).
011700     05 RG-PRIOR-DATE              PIC 9(08).
011800     05 RG-PRIOR-STATUS            PIC X(01).
011900
012000 FD  HIKEAUD.
012100 01  AU-AUDIT-RECORD.
012200     05 AU-TS-DATE                 PIC X(08).
012250     05 FILLER                     PIC X(01).
012300     05 AU-TS-TIME                 PIC X(08).
012350     05 FILLER                     PIC X(02).
012400     05 AU-HIKE-NBR                PIC X(07).
012450     05 FILLER                     PIC X(02).
012500     05 AU-HIKE-ID                 PIC X(08).
012600     05 FILLER                     PIC X(2037).
012700
012800 FD  AUDKEEP.
012900 01  AK-KEEP-RECORD               PIC X(2073).
013000
013100 FD  AUDBACK.
013200 01  AB-BACKOUT-RECORD            PIC X(2073).
013300
013400 FD  BACKOUT.
013500 01  BK-BACKOUT-RECORD.
013600     05 BK-RECORD-TYPE            PIC X(01).
013700        88 BK-HIST-ENTRY                    VALUE "H".
013800        88 BK-REG-ENTRY                     VALUE "G".
013900        88 BK-JOB-ENTRY                     VALUE "J".
014000     05 FILLER                    PIC X(01).
014100     05 BK-RUN-DATE               PIC 9(08).
014200     05 FILLER                    PIC X(01).
014300     05 BK-DATA                   PIC X(35).
014400
014500 FD  BACKRPT.
014600 01  BR-REPORT-LINE               PIC X(132).
014700
014800 FD  JOBSTATE.
014900 01  JS-STATE-RECORD.
015000     05 JS-STATE-KEY.
015100        10 JS-PROGRAM-ID          PIC X(08).
015200        10 JS-RUN-DATE            PIC 9(08).
015300     05 JS-START-TIME             PIC 9(08).
015400     05 JS-END-TIME               PIC 9(08).
015500     05 JS-RETURN-CODE            PIC 9(02).
015600     05 JS-COMPLETE-FLAG          PIC X(01).
015700        88 JS-RUN-COMPLETE                  VALUE "Y".
015800 WORKING-STORAGE SECTION.
015900*----------------------------------------------------------------
016000*    SWITCHES
016100*----------------------------------------------------------------
016200 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
016300     88 WS-CTL-END-OF-FILE                  VALUE "Y".
016400 77  WS-LIST-EOF-SWITCH           PIC X(01) VALUE "N".
016500     88 WS-LIST-END-OF-FILE                 VALUE "Y".
016600 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
016700     88 WS-HIST-END-OF-FILE                 VALUE "Y".
016800 77  WS-REG-EOF-SWITCH            PIC X(01) VALUE "N".
016900     88 WS-REG-END-OF-FILE                  VALUE "Y".
017000 77  WS-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
017100     88 WS-AUD-END-OF-FILE                  VALUE "Y".
017200 77  WS-BACK-EOF-SWITCH           PIC X(01) VALUE "N".
017300     88 WS-BACK-END-OF-FILE                 VALUE "Y".
017400 77  WS-MODE-SWITCH               PIC X(01) VALUE SPACE.
017500     88 WS-BACKOUT-MODE                     VALUE "B".
017600     88 WS-RESTORE-MODE                     VALUE "R".
017700 77  WS-JOBSTATE-OPTION           PIC X(01) VALUE SPACE.
017800     88 WS-LEAVE-JOBSTATE                   VALUE "N".
017900 77  WS-SELECTED-SWITCH           PIC X(01) VALUE "N".
018000     88 WS-HIKE-SELECTED                    VALUE "Y".
018100
018200*----------------------------------------------------------------
018300*    FILE STATUS AREAS
018400*----------------------------------------------------------------
018500 01  WS-BACKCTL-STATUS            PIC X(02) VALUE "00".
018600 01  WS-BACKLIST-STATUS           PIC X(02) VALUE "00".
018700 01  WS-HIKEHIST-STATUS           PIC X(02) VALUE "00".
018800 01  WS-HIKEREG-STATUS            PIC X(02) VALUE "00".
018900 01  WS-HIKEAUD-STATUS            PIC X(02) VALUE "00".
019000 01  WS-AUDKEEP-STATUS            PIC X(02) VALUE "00".
019100 01  WS-AUDBACK-STATUS            PIC X(02) VALUE "00".
019200 01  WS-BACKOUT-STATUS            PIC X(02) VALUE "00".
019300 01  WS-BACKRPT-STATUS            PIC X(02) VALUE "00".
019400 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
019500 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
019600 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
019700 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
019800
019900*----------------------------------------------------------------
020000*    RUN DATE BEING BACKED OUT OR RESTORED
020100*----------------------------------------------------------------
020200 01  WS-BACK-DATE                 PIC 9(08) VALUE ZERO.
020300 01  WS-BACK-DATE-X REDEFINES WS-BACK-DATE
020400                                  PIC X(08).
020500
020600*----------------------------------------------------------------
020700*    HOTHIKE AND THE STEPS THAT WAIT ON IT - THE JOBSTATE
020800*    ENTRIES RESET FOR THE BACKED-OUT DATE
020900*----------------------------------------------------------------
021000 01  WS-SUCCESSOR-AREA.
021100     05 FILLER                    PIC X(08) VALUE "HOTHIKE".
021200     05 FILLER                    PIC X(08) VALUE "HOTHIKE1".
021300     05 FILLER                    PIC X(08) VALUE "HOTHIKE2".
021400     05 FILLER                    PIC X(08) VALUE "HOTHIKE3".
021500     05 FILLER                    PIC X(08) VALUE "HOTHIKE4".
021600     05 FILLER                    PIC X(08) VALUE "HIKEMRGE".
021700     05 FILLER                    PIC X(08) VALUE "HIKERECN".
021800     05 FILLER                    PIC X(08) VALUE "HIKEXTRC".
021900     05 FILLER                    PIC X(08) VALUE "HIKERANK".
022000     05 FILLER                    PIC X(08) VALUE "HIKERGNL".
022100     05 FILLER                    PIC X(08) VALUE "HIKEALRT".
022200     05 FILLER                    PIC X(08) VALUE "HIKETRND".
022300     05 FILLER                    PIC X(08) VALUE "HIKEWRPT".
022350     05 FILLER                    PIC X(08) VALUE "HIKECASE".
022370     05 FILLER                    PIC X(08) VALUE "HIKEDIST".
022400 01  WS-SUCCESSOR-TABLE REDEFINES WS-SUCCESSOR-AREA.
022500     05 WS-SUCCESSOR-PROGRAM      OCCURS 15 TIMES
022600                                  PIC X(08).
022700 01  WS-SUCCESSOR-COUNT           PIC 9(02) VALUE 15.
022800 01  WS-S                         PIC 9(02) VALUE ZERO.
022900
023000*----------------------------------------------------------------
023100*    BACKLIST HIKE ID TABLE
023200*----------------------------------------------------------------
023300 01  WS-LIST-MAX                  PIC 9(03) VALUE 500.
023400 01  WS-LIST-COUNT                PIC 9(03) VALUE ZERO.
023500 01  WS-L                         PIC 9(03) VALUE ZERO.
023600 01  WS-LIST-TABLE.
023700     05 WS-LIST-ENTRY             OCCURS 500 TIMES.
023800        10 LT-HIKE-ID             PIC X(08).
023900        10 LT-FOUND-FLAG          PIC X(01).
024000 01  WS-CHECK-ID                  PIC X(08) VALUE SPACES.
024100
024200*----------------------------------------------------------------
024300*    COUNTS
024400*----------------------------------------------------------------
024500 01  WS-HIST-READ                 PIC 9(07) VALUE ZERO.
024600 01  WS-HIST-REMOVED              PIC 9(07) VALUE ZERO.
024700 01  WS-REG-READ                  PIC 9(07) VALUE ZERO.
024800 01  WS-REG-REMOVED               PIC 9(07) VALUE ZERO.
024900 01  WS-REG-RESTORED              PIC 9(07) VALUE ZERO.
025000 01  WS-AUD-READ                  PIC 9(07) VALUE ZERO.
025100 01  WS-AUD-REMOVED               PIC 9(07) VALUE ZERO.
025200 01  WS-JOB-RESET                 PIC 9(07) VALUE ZERO.
025300 01  WS-BACK-READ                 PIC 9(07) VALUE ZERO.
025400 01  WS-BACK-OTHER-DATE           PIC 9(07) VALUE ZERO.
025500 01  WS-HIST-RELOADED             PIC 9(07) VALUE ZERO.
025600 01  WS-REG-RELOADED              PIC 9(07) VALUE ZERO.
025700 01  WS-JOB-RELOADED              PIC 9(07) VALUE ZERO.
025800 01  WS-AUD-RELOADED              PIC 9(07) VALUE ZERO.
025900 01  WS-LIST-NOT-FOUND            PIC 9(03) VALUE ZERO.
026000
026100*----------------------------------------------------------------
026200*    REPORT WORK AREAS
026300*----------------------------------------------------------------
026400 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
026500 01  WS-RUN-DATE-EDIT.
026600     05 WS-RD-YEAR                PIC 9(04).
026700     05 FILLER                    PIC X(01) VALUE "-".
026800     05 WS-RD-MONTH               PIC 9(02).
026900     05 FILLER                    PIC X(01) VALUE "-".
027000     05 WS-RD-DAY                 PIC 9(02).
027100
027200 01  WS-REPORT-HEADING-1.
027300     05 FILLER                    PIC X(20) VALUE "HIKEBACK".
027400     05 FILLER                    PIC X(34)
027500            VALUE "RUN-DATE BACKOUT REPORT".
027600     05 FILLER                    PIC X(10) VALUE "RUN DATE:".
027700     05 RH1-RUN-DATE              PIC X(10).
027800
027900 01  WS-REPORT-HEADING-2.
028000     05 FILLER                    PIC X(06) VALUE "MODE:".
028100     05 RH2-MODE                  PIC X(14).
028200     05 FILLER                    PIC X(19)
028300            VALUE "HOTHIKE RUN DATE:".
028400     05 RH2-BACK-DATE             PIC X(08).
028500     05 FILLER                    PIC X(04) VALUE SPACES.
028600     05 RH2-SCOPE                 PIC X(30).
028700
028800 01  WS-REPORT-HEADING-3.
028900     05 FILLER                    PIC X(10) VALUE "FILE".
029000     05 FILLER                    PIC X(10) VALUE "ACTION".
029100     05 FILLER                    PIC X(10) VALUE "KEY".
029200     05 FILLER                    PIC X(10) VALUE "DATE".
029300     05 FILLER                    PIC X(30) VALUE "DETAIL".
029400
029500 01  WS-DETAIL-LINE.
029600     05 DL-FILE-ID                PIC X(08).
029700     05 FILLER                    PIC X(02) VALUE SPACES.
029800     05 DL-ACTION                 PIC X(08).
029900     05 FILLER                    PIC X(02) VALUE SPACES.
030000     05 DL-KEY                    PIC X(08).
030100     05 FILLER                    PIC X(02) VALUE SPACES.
030200     05 DL-DATE                   PIC X(08).
030300     05 FILLER                    PIC X(02) VALUE SPACES.
030400     05 DL-LABEL                  PIC X(09).
030500     05 DL-DETAIL-1               PIC X(08).
030600     05 FILLER                    PIC X(01) VALUE SPACE.
030700     05 DL-DETAIL-2               PIC X(08).
030800
030900 01  WS-TOTAL-LINE.
031000     05 TL-FILE-ID                PIC X(08).
031100     05 FILLER                    PIC X(04) VALUE SPACES.
031200     05 TL-LABEL-1                PIC X(10).
031300     05 TL-COUNT-1                PIC Z(06)9.
031400     05 FILLER                    PIC X(04) VALUE SPACES.
031500     05 TL-LABEL-2                PIC X(10).
031600     05 TL-COUNT-2                PIC Z(06)9.
031700     05 FILLER                    PIC X(04) VALUE SPACES.
031800     05 TL-LABEL-3                PIC X(10).
031900     05 TL-COUNT-3                PIC Z(06)9.
032000
032100 01  WS-EDIT-NUMBER               PIC Z(06)9.
032200 01  WS-EDIT-POSITION             PIC ZZZ9.
032300 01  WS-EDIT-VALUE                PIC -ZZZZ9.
032400
032500 PROCEDURE DIVISION.
032600*----------------------------------------------------------------
032700*    0000-MAINLINE
032800*----------------------------------------------------------------
032900 0000-MAINLINE.
033000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033100     IF WS-BACKOUT-MODE
033200        PERFORM 2000-BACKOUT-HIKEHIST THRU 2000-EXIT
033300        PERFORM 3000-BACKOUT-HIKEREG THRU 3000-EXIT
033400        PERFORM 4000-BACKOUT-HIKEAUD THRU 4000-EXIT
033500        IF NOT WS-LEAVE-JOBSTATE
033600           PERFORM 5000-RESET-JOBSTATE THRU 5000-EXIT
033700        END-IF
033800     ELSE
033900        PERFORM 6000-RESTORE-BACKOUT THRU 6000-EXIT
034000        PERFORM 6500-RESTORE-HIKEAUD THRU 6500-EXIT
034100     END-IF.
034200     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
034300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034400     STOP RUN.
034500
034600*----------------------------------------------------------------
034700*    1000-INITIALIZE - READ THE CONTROL CARD AND HIKE LIST AND
034800*                      OPEN THE BACKOUT FILES AND THE REPORT
034900*----------------------------------------------------------------
035000 1000-INITIALIZE.
035100     PERFORM 8500-STAMP-JOB-START THRU 8500-EXIT.
035200     MOVE WS-RUN-DATE(1:4) TO WS-RD-YEAR.
035300     MOVE WS-RUN-DATE(5:2) TO WS-RD-MONTH.
035400     MOVE WS-RUN-DATE(7:2) TO WS-RD-DAY.
035500     OPEN INPUT BACKCTL.
035600     READ BACKCTL
035700         AT END
035800             SET WS-CTL-END-OF-FILE TO TRUE
035900     END-READ.
036000     IF WS-CTL-END-OF-FILE
036100        DISPLAY "HIKEBACK: BACKCTL CONTROL CARD MISSING - "
036200            "NOTHING DONE"
036300        MOVE 8 TO RETURN-CODE
036400        CLOSE BACKCTL
036500        STOP RUN
036600     END-IF.
036700     MOVE BC-MODE TO WS-MODE-SWITCH.
036800     MOVE BC-JOBSTATE-OPTION TO WS-JOBSTATE-OPTION.
036900     IF NOT WS-BACKOUT-MODE AND NOT WS-RESTORE-MODE
037000        DISPLAY "HIKEBACK: BACKCTL MODE MUST BE B OR R - "
037100            "NOTHING DONE"
037200        MOVE 8 TO RETURN-CODE
037300        CLOSE BACKCTL
037400        STOP RUN
037500     END-IF.
037600     IF FUNCTION TEST-NUMVAL(BC-BACK-DATE) = 0
037700        MOVE FUNCTION NUMVAL(BC-BACK-DATE) TO WS-BACK-DATE
037800     END-IF.
037900     IF WS-BACK-DATE < 19000101
038000        DISPLAY "HIKEBACK: BACKCTL RUN DATE MISSING OR "
038100            "INVALID - NOTHING DONE"
038200        MOVE 8 TO RETURN-CODE
038300        CLOSE BACKCTL
038400        STOP RUN
038500     END-IF.
038600     CLOSE BACKCTL.
038700     PERFORM 1100-LOAD-HIKE-LIST THRU 1100-EXIT.
038800     IF WS-BACKOUT-MODE
038900        OPEN OUTPUT BACKOUT
039000     ELSE
039100        OPEN INPUT BACKOUT
039200     END-IF.
039300     IF WS-BACKOUT-STATUS NOT = "00"
039400        AND WS-BACKOUT-STATUS NOT = "05"
039500        MOVE "BACKOUT" TO WS-ABEND-FILE-ID
039600        MOVE WS-BACKOUT-STATUS TO WS-ABEND-STATUS
039700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
039800     END-IF.
039900     OPEN OUTPUT BACKRPT.
040000     IF WS-BACKRPT-STATUS NOT = "00"
040100        AND WS-BACKRPT-STATUS NOT = "05"
040200        MOVE "BACKRPT" TO WS-ABEND-FILE-ID
040300        MOVE WS-BACKRPT-STATUS TO WS-ABEND-STATUS
040400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
040500     END-IF.
040600     MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE.
040700     MOVE WS-REPORT-HEADING-1 TO BR-REPORT-LINE.
040800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
040900     IF WS-BACKOUT-MODE
041000        MOVE "BACK OUT" TO RH2-MODE
041100     ELSE
041200        MOVE "RESTORE" TO RH2-MODE
041300     END-IF.
041400     MOVE WS-BACK-DATE-X TO RH2-BACK-DATE.
041500     IF WS-LIST-COUNT > 0
041600        MOVE WS-LIST-COUNT TO WS-EDIT-NUMBER
041700        MOVE SPACES TO RH2-SCOPE
041800        STRING "BACKLIST HIKES:" DELIMITED BY SIZE
041900               WS-EDIT-NUMBER DELIMITED BY SIZE
042000            INTO RH2-SCOPE
042100     ELSE
042200        MOVE "ALL HIKES" TO RH2-SCOPE
042300     END-IF.
042400     MOVE WS-REPORT-HEADING-2 TO BR-REPORT-LINE.
042500     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
042600     MOVE SPACES TO BR-REPORT-LINE.
042700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
042800     MOVE WS-REPORT-HEADING-3 TO BR-REPORT-LINE.
042900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
043000 1000-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------------
043400*    1100-LOAD-HIKE-LIST - LOAD THE OPTIONAL BACKLIST HIKE IDS.
043500*                          NO LIST (OR AN EMPTY ONE) SELECTS
043600*                          EVERY HIKE OF THE RUN DATE
043700*----------------------------------------------------------------
043800 1100-LOAD-HIKE-LIST.
043900     OPEN INPUT BACKLIST.
044000     IF WS-BACKLIST-STATUS NOT = "00"
044100        AND WS-BACKLIST-STATUS NOT = "05"
044200        MOVE "BACKLIST" TO WS-ABEND-FILE-ID
044300        MOVE WS-BACKLIST-STATUS TO WS-ABEND-STATUS
044400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
044500     END-IF.
044600     PERFORM 1110-LOAD-ONE-LIST-ENTRY THRU 1110-EXIT
044700         UNTIL WS-LIST-END-OF-FILE.
044800     CLOSE BACKLIST.
044900 1100-EXIT.
045000     EXIT.
045100
045200 1110-LOAD-ONE-LIST-ENTRY.
045300     READ BACKLIST
045400         AT END
045500             SET WS-LIST-END-OF-FILE TO TRUE
045600     END-READ.
045700     IF WS-LIST-END-OF-FILE
045800        GO TO 1110-EXIT
045900     END-IF.
046000     IF BL-HIKE-ID = SPACES
046100        GO TO 1110-EXIT
046200     END-IF.
046300     IF WS-LIST-COUNT >= WS-LIST-MAX
046400        DISPLAY "HIKEBACK: BACKLIST HOLDS MORE THAN "
046500            WS-LIST-MAX " HIKE IDS - NOTHING DONE"
046600        MOVE 8 TO RETURN-CODE
046700        CLOSE BACKLIST
046800        STOP RUN
046900     END-IF.
047000     ADD 1 TO WS-LIST-COUNT.
047100     MOVE BL-HIKE-ID TO LT-HIKE-ID(WS-LIST-COUNT).
047200     MOVE "N" TO LT-FOUND-FLAG(WS-LIST-COUNT).
047300 1110-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------
047700*    2000-BACKOUT-HIKEHIST - SAVE AND DELETE THE RUN DATE'S
047800*                            HISTORY RECORDS
047900*----------------------------------------------------------------
048000 2000-BACKOUT-HIKEHIST.
048100     OPEN I-O HIKEHIST.
048200     IF WS-HIKEHIST-STATUS NOT = "00"
048300        AND WS-HIKEHIST-STATUS NOT = "05"
048400        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
048500        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
048600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
048700     END-IF.
048800     PERFORM 2100-BACKOUT-ONE-HISTORY THRU 2100-EXIT
048900         UNTIL WS-HIST-END-OF-FILE.
049000     CLOSE HIKEHIST.
049100 2000-EXIT.
049200     EXIT.
049300
049400 2100-BACKOUT-ONE-HISTORY.
049500     READ HIKEHIST NEXT RECORD
049600         AT END
049700             SET WS-HIST-END-OF-FILE TO TRUE
049800     END-READ.
049900     IF WS-HIST-END-OF-FILE
050000        GO TO 2100-EXIT
050100     END-IF.
050200     IF WS-HIKEHIST-STATUS NOT = "00"
050300        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
050400        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
050500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
050600     END-IF.
050700     ADD 1 TO WS-HIST-READ.
050800     IF HH-RUN-DATE NOT = WS-BACK-DATE
050900        GO TO 2100-EXIT
051000     END-IF.
051100     MOVE HH-HIKE-ID TO WS-CHECK-ID.
051200     PERFORM 2900-CHECK-SELECTED THRU 2900-EXIT.
051300     IF NOT WS-HIKE-SELECTED
051400        GO TO 2100-EXIT
051500     END-IF.
051600     MOVE SPACES TO BK-BACKOUT-RECORD.
051700     MOVE "H" TO BK-RECORD-TYPE.
051800     MOVE WS-BACK-DATE TO BK-RUN-DATE.
051900     MOVE HH-HISTORY-RECORD TO BK-DATA.
052000     PERFORM 8200-WRITE-BACKOUT-RECORD THRU 8200-EXIT.
052100     DELETE HIKEHIST RECORD.
052200     IF WS-HIKEHIST-STATUS NOT = "00"
052300        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
052400        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
052500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
052600     END-IF.
052700     ADD 1 TO WS-HIST-REMOVED.
052800     MOVE "REMOVED" TO DL-ACTION.
052900     PERFORM 2200-PRINT-HISTORY-DETAIL THRU 2200-EXIT.
053000 2100-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------------
053400*    2200-PRINT-HISTORY-DETAIL - ONE REPORT LINE FOR THE HISTORY
053500*                                RECORD IN HH-HISTORY-RECORD
053600*                                (DL-ACTION IS SET BY THE CALLER)
053700*----------------------------------------------------------------
053800 2200-PRINT-HISTORY-DETAIL.
053900     MOVE "HIKEHIST" TO DL-FILE-ID.
054000     MOVE HH-HIKE-ID TO DL-KEY.
054100     MOVE HH-RUN-DATE TO DL-DATE.
054200     MOVE "POS/VAL:" TO DL-LABEL.
054300     MOVE HH-POSITION TO WS-EDIT-POSITION.
054400     MOVE WS-EDIT-POSITION TO DL-DETAIL-1.
054500     MOVE HH-VALUE TO WS-EDIT-VALUE.
054600     MOVE WS-EDIT-VALUE TO DL-DETAIL-2.
054700     IF HH-STATUS-CODE NOT = "OK"
054800        MOVE HH-STATUS-CODE TO DL-DETAIL-2
054900     END-IF.
055000     MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
055100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
055200 2200-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600*    2900-CHECK-SELECTED - IS WS-CHECK-ID ONE OF THE HIKES BEING
055700*                          BACKED OUT?  WITH NO BACKLIST EVERY
055800*                          HIKE IS; OTHERWISE THE LIST ENTRY IS
055900*                          MARKED FOUND
056000*----------------------------------------------------------------
056100 2900-CHECK-SELECTED.
056200     IF WS-LIST-COUNT = 0
056300        MOVE "Y" TO WS-SELECTED-SWITCH
056400        GO TO 2900-EXIT
056500     END-IF.
056600     MOVE "N" TO WS-SELECTED-SWITCH.
056700     PERFORM VARYING WS-L FROM 1 BY 1
056800           UNTIL WS-L > WS-LIST-COUNT
056900              OR WS-HIKE-SELECTED
057000        IF LT-HIKE-ID(WS-L) = WS-CHECK-ID
057100           MOVE "Y" TO WS-SELECTED-SWITCH
057200           MOVE "Y" TO LT-FOUND-FLAG(WS-L)
057300        END-IF
057400     END-PERFORM.
057500 2900-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------------
057900*    3000-BACKOUT-HIKEREG - SAVE THE RUN DATE'S REGISTRY ENTRIES
058000*                           AND DELETE THEM, OR PUT BACK THE
058100*                           DATE AND STATUS THEY HAD BEFORE
058200*                           THAT RUN
058300*----------------------------------------------------------------
058400 3000-BACKOUT-HIKEREG.
058500     OPEN I-O HIKEREG.
058600     IF WS-HIKEREG-STATUS NOT = "00"
058700        AND WS-HIKEREG-STATUS NOT = "05"
058800        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
058900        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
059000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
059100     END-IF.
059200     PERFORM 3100-BACKOUT-ONE-REGISTRY THRU 3100-EXIT
059300         UNTIL WS-REG-END-OF-FILE.
059400     CLOSE HIKEREG.
059500 3000-EXIT.
059600     EXIT.
059700
059800 3100-BACKOUT-ONE-REGISTRY.
059900     READ HIKEREG NEXT RECORD
060000         AT END
060100             SET WS-REG-END-OF-FILE TO TRUE
060200     END-READ.
060300     IF WS-REG-END-OF-FILE
060400        GO TO 3100-EXIT
060500     END-IF.
060600     IF WS-HIKEREG-STATUS NOT = "00"
060700        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
060800        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
060900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
061000     END-IF.
061100     ADD 1 TO WS-REG-READ.
061200     IF RG-SCORED-DATE NOT = WS-BACK-DATE
061300        GO TO 3100-EXIT
061400     END-IF.
061500     MOVE RG-HIKE-ID TO WS-CHECK-ID.
061600     PERFORM 2900-CHECK-SELECTED THRU 2900-EXIT.
061700     IF NOT WS-HIKE-SELECTED
061800        GO TO 3100-EXIT
061900     END-IF.
062000     MOVE SPACES TO BK-BACKOUT-RECORD.
062100     MOVE "G" TO BK-RECORD-TYPE.
062200     MOVE WS-BACK-DATE TO BK-RUN-DATE.
062300     MOVE RG-REGISTRY-RECORD TO BK-DATA.
062400     PERFORM 8200-WRITE-BACKOUT-RECORD THRU 8200-EXIT.
062500     MOVE "HIKEREG" TO DL-FILE-ID.
062600     MOVE RG-HIKE-ID TO DL-KEY.
062700     MOVE RG-SCORED-DATE TO DL-DATE.
062800     IF RG-PRIOR-DATE = 0
062900        DELETE HIKEREG RECORD
063000        ADD 1 TO WS-REG-REMOVED
063100        MOVE "REMOVED" TO DL-ACTION
063200        MOVE "STATUS:" TO DL-LABEL
063300        MOVE RG-STATUS TO DL-DETAIL-1
063400        MOVE SPACES TO DL-DETAIL-2
063500     ELSE
063600        MOVE "RESTORED" TO DL-ACTION
063700        MOVE "BACK TO:" TO DL-LABEL
063800        MOVE RG-PRIOR-DATE TO DL-DETAIL-1
063900        MOVE RG-PRIOR-STATUS TO DL-DETAIL-2
064000        MOVE RG-PRIOR-DATE TO RG-SCORED-DATE
064100        MOVE RG-PRIOR-STATUS TO RG-STATUS
064200        MOVE ZERO TO RG-PRIOR-DATE
064300        MOVE SPACE TO RG-PRIOR-STATUS
064400        REWRITE RG-REGISTRY-RECORD
064500        ADD 1 TO WS-REG-RESTORED
064600     END-IF.
064700     IF WS-HIKEREG-STATUS NOT = "00"
064800        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
064900        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
065000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
065100     END-IF.
065200     MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
065300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
065400 3100-EXIT.
065500     EXIT.
065600
065700*----------------------------------------------------------------
065800*    4000-BACKOUT-HIKEAUD - COPY THE RUN DATE'S AUDIT LINES TO
065900*                           AUDBACK AND THE KEPT LINES TO
066000*                           AUDKEEP; THE SCHEDULER SWAPS AUDKEEP
066100*                           IN AS THE NEW HIKEAUD AFTER A CLEAN
066200*                           RUN
066300*----------------------------------------------------------------
066400 4000-BACKOUT-HIKEAUD.
066500     OPEN INPUT HIKEAUD.
066600     IF WS-HIKEAUD-STATUS NOT = "00"
066700        AND WS-HIKEAUD-STATUS NOT = "05"
066800        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
066900        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
067000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
067100     END-IF.
067200     OPEN OUTPUT AUDBACK.
067300     IF WS-AUDBACK-STATUS NOT = "00"
067400        AND WS-AUDBACK-STATUS NOT = "05"
067500        MOVE "AUDBACK" TO WS-ABEND-FILE-ID
067600        MOVE WS-AUDBACK-STATUS TO WS-ABEND-STATUS
067700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
067800     END-IF.
067900     OPEN OUTPUT AUDKEEP.
068000     IF WS-AUDKEEP-STATUS NOT = "00"
068100        AND WS-AUDKEEP-STATUS NOT = "05"
068200        MOVE "AUDKEEP" TO WS-ABEND-FILE-ID
068300        MOVE WS-AUDKEEP-STATUS TO WS-ABEND-STATUS
068400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
068500     END-IF.
068600     PERFORM 4100-BACKOUT-ONE-AUDIT THRU 4100-EXIT
068700         UNTIL WS-AUD-END-OF-FILE.
068800     CLOSE HIKEAUD.
068900     CLOSE AUDBACK.
069000     CLOSE AUDKEEP.
069100 4000-EXIT.
069200     EXIT.
069300
069400 4100-BACKOUT-ONE-AUDIT.
069500     READ HIKEAUD
069600         AT END
069700             SET WS-AUD-END-OF-FILE TO TRUE
069800     END-READ.
069900     IF WS-AUD-END-OF-FILE
070000        GO TO 4100-EXIT
070100     END-IF.
070200     IF WS-HIKEAUD-STATUS NOT = "00"
070300        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
070400        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
070500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
070600     END-IF.
070700     ADD 1 TO WS-AUD-READ.
070800     MOVE "N" TO WS-SELECTED-SWITCH.
070900     IF AU-TS-DATE = WS-BACK-DATE-X
071000        MOVE AU-HIKE-ID TO WS-CHECK-ID
071100        PERFORM 2900-CHECK-SELECTED THRU 2900-EXIT
071200     END-IF.
071300     IF NOT WS-HIKE-SELECTED
071400        MOVE AU-AUDIT-RECORD TO AK-KEEP-RECORD
071500        WRITE AK-KEEP-RECORD
071600        IF WS-AUDKEEP-STATUS NOT = "00"
071700           MOVE "AUDKEEP" TO WS-ABEND-FILE-ID
071800           MOVE WS-AUDKEEP-STATUS TO WS-ABEND-STATUS
071900           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072000        END-IF
072100        GO TO 4100-EXIT
072200     END-IF.
072300     MOVE AU-AUDIT-RECORD TO AB-BACKOUT-RECORD.
072400     WRITE AB-BACKOUT-RECORD.
072500     IF WS-AUDBACK-STATUS NOT = "00"
072600        MOVE "AUDBACK" TO WS-ABEND-FILE-ID
072700        MOVE WS-AUDBACK-STATUS TO WS-ABEND-STATUS
072800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
072900     END-IF.
073000     ADD 1 TO WS-AUD-REMOVED.
073100     MOVE "REMOVED" TO DL-ACTION.
073200     PERFORM 4200-PRINT-AUDIT-DETAIL THRU 4200-EXIT.
073300 4100-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------------
073700*    4200-PRINT-AUDIT-DETAIL - ONE REPORT LINE FOR THE AUDIT
073800*                              LINE IN AU-AUDIT-RECORD
073900*                              (DL-ACTION IS SET BY THE CALLER)
074000*----------------------------------------------------------------
074100 4200-PRINT-AUDIT-DETAIL.
074200     MOVE "HIKEAUD" TO DL-FILE-ID.
074300     MOVE AU-HIKE-ID TO DL-KEY.
074400     MOVE AU-TS-DATE TO DL-DATE.
074500     MOVE "HIKE/AT:" TO DL-LABEL.
074600     MOVE AU-HIKE-NBR TO DL-DETAIL-1.
074700     MOVE AU-TS-TIME TO DL-DETAIL-2.
074800     MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
074900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
075000 4200-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------------
075400*    5000-RESET-JOBSTATE - SAVE AND DELETE THE RUN DATE'S
075500*                          JOBSTATE ENTRIES FOR HOTHIKE AND THE
075600*                          STEPS THAT WAIT ON IT, SO THE RERUN
075700*                          STARTS FROM A CLEAN SLATE
075800*----------------------------------------------------------------
075900 5000-RESET-JOBSTATE.
076000     PERFORM VARYING WS-S FROM 1 BY 1
076100           UNTIL WS-S > WS-SUCCESSOR-COUNT
076200        PERFORM 5100-RESET-ONE-JOB THRU 5100-EXIT
076300     END-PERFORM.
076400 5000-EXIT.
076500     EXIT.
076600
076700 5100-RESET-ONE-JOB.
076800     MOVE WS-SUCCESSOR-PROGRAM(WS-S) TO JS-PROGRAM-ID.
076900     MOVE WS-BACK-DATE TO JS-RUN-DATE.
077000     READ JOBSTATE
077100         INVALID KEY
077200             GO TO 5100-EXIT
077300     END-READ.
077400     IF WS-JOBSTATE-STATUS NOT = "00"
077500        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
077600        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
077700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
077800     END-IF.
077900     MOVE SPACES TO BK-BACKOUT-RECORD.
078000     MOVE "J" TO BK-RECORD-TYPE.
078100     MOVE WS-BACK-DATE TO BK-RUN-DATE.
078200     MOVE JS-STATE-RECORD TO BK-DATA.
078300     PERFORM 8200-WRITE-BACKOUT-RECORD THRU 8200-EXIT.
078400     DELETE JOBSTATE RECORD.
078500     IF WS-JOBSTATE-STATUS NOT = "00"
078600        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
078700        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
078800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
078900     END-IF.
079000     ADD 1 TO WS-JOB-RESET.
079100     MOVE "RESET" TO DL-ACTION.
079200     PERFORM 5200-PRINT-JOB-DETAIL THRU 5200-EXIT.
079300 5100-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700*    5200-PRINT-JOB-DETAIL - ONE REPORT LINE FOR THE JOBSTATE
079800*                            ENTRY IN JS-STATE-RECORD
079900*                            (DL-ACTION IS SET BY THE CALLER)
080000*----------------------------------------------------------------
080100 5200-PRINT-JOB-DETAIL.
080200     MOVE "JOBSTATE" TO DL-FILE-ID.
080300     MOVE JS-PROGRAM-ID TO DL-KEY.
080400     MOVE JS-RUN-DATE TO DL-DATE.
080500     MOVE "RC/DONE:" TO DL-LABEL.
080600     MOVE JS-RETURN-CODE TO DL-DETAIL-1.
080700     MOVE JS-COMPLETE-FLAG TO DL-DETAIL-2.
080800     MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
080900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
081000 5200-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------------
081400*    6000-RESTORE-BACKOUT - PUT THE SAVED HIKEHIST, HIKEREG AND
081500*                           JOBSTATE RECORDS FOR THE RUN DATE
081600*                           BACK INTO THE LIVE FILES
081700*----------------------------------------------------------------
081800 6000-RESTORE-BACKOUT.
081900     OPEN I-O HIKEHIST.
082000     IF WS-HIKEHIST-STATUS NOT = "00"
082100        AND WS-HIKEHIST-STATUS NOT = "05"
082200        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
082300        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
082400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
082500     END-IF.
082600     OPEN I-O HIKEREG.
082700     IF WS-HIKEREG-STATUS NOT = "00"
082800        AND WS-HIKEREG-STATUS NOT = "05"
082900        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
083000        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
083100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
083200     END-IF.
083300     PERFORM 6100-RESTORE-ONE-RECORD THRU 6100-EXIT
083400         UNTIL WS-BACK-END-OF-FILE.
083500     CLOSE HIKEHIST.
083600     CLOSE HIKEREG.
083700 6000-EXIT.
083800     EXIT.
083900
084000 6100-RESTORE-ONE-RECORD.
084100     READ BACKOUT
084200         AT END
084300             SET WS-BACK-END-OF-FILE TO TRUE
084400     END-READ.
084500     IF WS-BACK-END-OF-FILE
084600        GO TO 6100-EXIT
084700     END-IF.
084800     IF WS-BACKOUT-STATUS NOT = "00"
084900        MOVE "BACKOUT" TO WS-ABEND-FILE-ID
085000        MOVE WS-BACKOUT-STATUS TO WS-ABEND-STATUS
085100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
085200     END-IF.
085300     ADD 1 TO WS-BACK-READ.
085400     IF BK-RUN-DATE NOT = WS-BACK-DATE
085500        ADD 1 TO WS-BACK-OTHER-DATE
085600        GO TO 6100-EXIT
085700     END-IF.
085800     IF BK-HIST-ENTRY
085900        PERFORM 6200-RESTORE-HISTORY THRU 6200-EXIT
086000     END-IF.
086100     IF BK-REG-ENTRY
086200        PERFORM 6300-RESTORE-REGISTRY THRU 6300-EXIT
086300     END-IF.
086400     IF BK-JOB-ENTRY
086500        PERFORM 6400-RESTORE-JOBSTATE THRU 6400-EXIT
086600     END-IF.
086700 6100-EXIT.
086800     EXIT.
086900
087000 6200-RESTORE-HISTORY.
087100     MOVE BK-DATA TO HH-HISTORY-RECORD.
087200     MOVE HH-HIKE-ID TO WS-CHECK-ID.
087300     PERFORM 2900-CHECK-SELECTED THRU 2900-EXIT.
087400     IF NOT WS-HIKE-SELECTED
087500        GO TO 6200-EXIT
087600     END-IF.
087700     WRITE HH-HISTORY-RECORD
087800         INVALID KEY
087900             REWRITE HH-HISTORY-RECORD
088000     END-WRITE.
088100     IF WS-HIKEHIST-STATUS NOT = "00"
088200        MOVE "HIKEHIST" TO WS-ABEND-FILE-ID
088300        MOVE WS-HIKEHIST-STATUS TO WS-ABEND-STATUS
088400        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
088500     END-IF.
088600     ADD 1 TO WS-HIST-RELOADED.
088700     MOVE "RELOADED" TO DL-ACTION.
088800     PERFORM 2200-PRINT-HISTORY-DETAIL THRU 2200-EXIT.
088900 6200-EXIT.
089000     EXIT.
089100
089200 6300-RESTORE-REGISTRY.
089300     MOVE BK-DATA TO RG-REGISTRY-RECORD.
089400     MOVE RG-HIKE-ID TO WS-CHECK-ID.
089500     PERFORM 2900-CHECK-SELECTED THRU 2900-EXIT.
089600     IF NOT WS-HIKE-SELECTED
089700        GO TO 6300-EXIT
089800     END-IF.
089900     WRITE RG-REGISTRY-RECORD
090000         INVALID KEY
090100             REWRITE RG-REGISTRY-RECORD
090200     END-WRITE.
090300     IF WS-HIKEREG-STATUS NOT = "00"
090400        MOVE "HIKEREG" TO WS-ABEND-FILE-ID
090500        MOVE WS-HIKEREG-STATUS TO WS-ABEND-STATUS
090600        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
090700     END-IF.
090800     ADD 1 TO WS-REG-RELOADED.
090900     MOVE "HIKEREG" TO DL-FILE-ID.
091000     MOVE "RELOADED" TO DL-ACTION.
091100     MOVE RG-HIKE-ID TO DL-KEY.
091200     MOVE RG-SCORED-DATE TO DL-DATE.
091300     MOVE "STATUS:" TO DL-LABEL.
091400     MOVE RG-STATUS TO DL-DETAIL-1.
091500     MOVE SPACES TO DL-DETAIL-2.
091600     MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
091700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
091800 6300-EXIT.
091900     EXIT.
092000
092100 6400-RESTORE-JOBSTATE.
092200     MOVE BK-DATA TO JS-STATE-RECORD.
092300     WRITE JS-STATE-RECORD
092400         INVALID KEY
092500             REWRITE JS-STATE-RECORD
092600     END-WRITE.
092700     IF WS-JOBSTATE-STATUS NOT = "00"
092800        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
092900        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
093000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
093100     END-IF.
093200     ADD 1 TO WS-JOB-RELOADED.
093300     MOVE "RELOADED" TO DL-ACTION.
093400     PERFORM 5200-PRINT-JOB-DETAIL THRU 5200-EXIT.
093500 6400-EXIT.
093600     EXIT.
093700
093800*----------------------------------------------------------------
093900*    6500-RESTORE-HIKEAUD - APPEND THE SAVED AUDIT LINES FOR THE
094000*                           RUN DATE BACK ONTO THE LIVE TRAIL
094100*----------------------------------------------------------------
094200 6500-RESTORE-HIKEAUD.
094300     OPEN INPUT AUDBACK.
094400     IF WS-AUDBACK-STATUS NOT = "00"
094500        AND WS-AUDBACK-STATUS NOT = "05"
094600        MOVE "AUDBACK" TO WS-ABEND-FILE-ID
094700        MOVE WS-AUDBACK-STATUS TO WS-ABEND-STATUS
094800        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
094900     END-IF.
095000     OPEN EXTEND HIKEAUD.
095100     IF WS-HIKEAUD-STATUS NOT = "00"
095200        AND WS-HIKEAUD-STATUS NOT = "05"
095300        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
095400        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
095500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
095600     END-IF.
095700     PERFORM 6600-RESTORE-ONE-AUDIT THRU 6600-EXIT
095800         UNTIL WS-AUD-END-OF-FILE.
095900     CLOSE AUDBACK.
096000     CLOSE HIKEAUD.
096100 6500-EXIT.
096200     EXIT.
096300
096400 6600-RESTORE-ONE-AUDIT.
096500     READ AUDBACK
096600         AT END
096700             SET WS-AUD-END-OF-FILE TO TRUE
096800     END-READ.
096900     IF WS-AUD-END-OF-FILE
097000        GO TO 6600-EXIT
097100     END-IF.
097200     IF WS-AUDBACK-STATUS NOT = "00"
097300        MOVE "AUDBACK" TO WS-ABEND-FILE-ID
097400        MOVE WS-AUDBACK-STATUS TO WS-ABEND-STATUS
097500        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
097600     END-IF.
097700     MOVE AB-BACKOUT-RECORD TO AU-AUDIT-RECORD.
097800     IF AU-TS-DATE NOT = WS-BACK-DATE-X
097900        GO TO 6600-EXIT
098000     END-IF.
098100     MOVE AU-HIKE-ID TO WS-CHECK-ID.
098200     PERFORM 2900-CHECK-SELECTED THRU 2900-EXIT.
098300     IF NOT WS-HIKE-SELECTED
098400        GO TO 6600-EXIT
098500     END-IF.
098600     WRITE AU-AUDIT-RECORD.
098700     IF WS-HIKEAUD-STATUS NOT = "00"
098800        MOVE "HIKEAUD" TO WS-ABEND-FILE-ID
098900        MOVE WS-HIKEAUD-STATUS TO WS-ABEND-STATUS
099000        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
099100     END-IF.
099200     ADD 1 TO WS-AUD-RELOADED.
099300     MOVE "RELOADED" TO DL-ACTION.
099400     PERFORM 4200-PRINT-AUDIT-DETAIL THRU 4200-EXIT.
099500 6600-EXIT.
099600     EXIT.
099700
099800*----------------------------------------------------------------
099900*    7000-PRINT-TOTALS - PER-FILE TOTALS AND ANY BACKLIST HIKE
100000*                        IDS THAT HAD NOTHING TO BACK OUT
100100*----------------------------------------------------------------
100200 7000-PRINT-TOTALS.
100300     MOVE SPACES TO BR-REPORT-LINE.
100400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
100500     IF WS-BACKOUT-MODE
100600        MOVE "HIKEHIST" TO TL-FILE-ID
100700        MOVE "READ:" TO TL-LABEL-1
100800        MOVE WS-HIST-READ TO TL-COUNT-1
100900        MOVE "REMOVED:" TO TL-LABEL-2
101000        MOVE WS-HIST-REMOVED TO TL-COUNT-2
101100        MOVE SPACES TO TL-LABEL-3
101200        MOVE ZERO TO TL-COUNT-3
101300        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
101400        MOVE "HIKEREG" TO TL-FILE-ID
101500        MOVE WS-REG-READ TO TL-COUNT-1
101600        MOVE WS-REG-REMOVED TO TL-COUNT-2
101700        MOVE "RESTORED:" TO TL-LABEL-3
101800        MOVE WS-REG-RESTORED TO TL-COUNT-3
101900        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
102000        MOVE "HIKEAUD" TO TL-FILE-ID
102100        MOVE WS-AUD-READ TO TL-COUNT-1
102200        MOVE WS-AUD-REMOVED TO TL-COUNT-2
102300        MOVE "KEPT:" TO TL-LABEL-3
102400        COMPUTE TL-COUNT-3 = WS-AUD-READ - WS-AUD-REMOVED
102500        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
102600        MOVE "JOBSTATE" TO TL-FILE-ID
102700        MOVE "RESET:" TO TL-LABEL-1
102800        MOVE WS-JOB-RESET TO TL-COUNT-1
102900        MOVE SPACES TO TL-LABEL-2
103000        MOVE ZERO TO TL-COUNT-2
103100        MOVE SPACES TO TL-LABEL-3
103200        MOVE ZERO TO TL-COUNT-3
103300        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
103400     ELSE
103500        MOVE "BACKOUT" TO TL-FILE-ID
103600        MOVE "READ:" TO TL-LABEL-1
103700        MOVE WS-BACK-READ TO TL-COUNT-1
103800        MOVE "OTHER DAY:" TO TL-LABEL-2
103900        MOVE WS-BACK-OTHER-DATE TO TL-COUNT-2
104000        MOVE SPACES TO TL-LABEL-3
104100        MOVE ZERO TO TL-COUNT-3
104200        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
104300        MOVE "RELOADED:" TO TL-LABEL-1
104400        MOVE SPACES TO TL-LABEL-2
104500        MOVE ZERO TO TL-COUNT-2
104600        MOVE "HIKEHIST" TO TL-FILE-ID
104700        MOVE WS-HIST-RELOADED TO TL-COUNT-1
104800        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
104900        MOVE "HIKEREG" TO TL-FILE-ID
105000        MOVE WS-REG-RELOADED TO TL-COUNT-1
105100        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
105200        MOVE "HIKEAUD" TO TL-FILE-ID
105300        MOVE WS-AUD-RELOADED TO TL-COUNT-1
105400        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
105500        MOVE "JOBSTATE" TO TL-FILE-ID
105600        MOVE WS-JOB-RELOADED TO TL-COUNT-1
105700        PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
105800     END-IF.
105900     PERFORM VARYING WS-L FROM 1 BY 1
106000           UNTIL WS-L > WS-LIST-COUNT
106100        IF LT-FOUND-FLAG(WS-L) NOT = "Y"
106200           PERFORM 7200-PRINT-NOT-FOUND THRU 7200-EXIT
106300        END-IF
106400     END-PERFORM.
106500     IF WS-LIST-NOT-FOUND > 0
106600        DISPLAY "HIKEBACK: " WS-LIST-NOT-FOUND
106700            " BACKLIST HIKE ID(S) HAD NOTHING FOR RUN DATE "
106800            WS-BACK-DATE
106900     END-IF.
107000 7000-EXIT.
107100     EXIT.
107200
107300 7100-WRITE-TOTAL-LINE.
107400     MOVE WS-TOTAL-LINE TO BR-REPORT-LINE.
107500     IF TL-LABEL-2 = SPACES
107600        MOVE SPACES TO BR-REPORT-LINE(30:)
107700     END-IF.
107800     IF TL-LABEL-3 = SPACES
107900        MOVE SPACES TO BR-REPORT-LINE(51:)
108000     END-IF.
108100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
108200 7100-EXIT.
108300     EXIT.
108400
108500 7200-PRINT-NOT-FOUND.
108600     ADD 1 TO WS-LIST-NOT-FOUND.
108700     MOVE "BACKLIST" TO DL-FILE-ID.
108800     MOVE "NO MATCH" TO DL-ACTION.
108900     MOVE LT-HIKE-ID(WS-L) TO DL-KEY.
109000     MOVE WS-BACK-DATE-X TO DL-DATE.
109100     MOVE SPACES TO DL-LABEL.
109200     MOVE SPACES TO DL-DETAIL-1.
109300     MOVE SPACES TO DL-DETAIL-2.
109400     MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
109500     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
109600 7200-EXIT.
109700     EXIT.
109800
109900*----------------------------------------------------------------
110000*    8100-WRITE-REPORT-LINE - WRITE ONE LINE WITH STATUS CHECK
110100*----------------------------------------------------------------
110200 8100-WRITE-REPORT-LINE.
110300     WRITE BR-REPORT-LINE.
110400     IF WS-BACKRPT-STATUS NOT = "00"
110500        MOVE "BACKRPT" TO WS-ABEND-FILE-ID
110600        MOVE WS-BACKRPT-STATUS TO WS-ABEND-STATUS
110700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
110800     END-IF.
110900 8100-EXIT.
111000     EXIT.
111100
111200*----------------------------------------------------------------
111300*    8200-WRITE-BACKOUT-RECORD - WRITE ONE SAVED RECORD WITH
111400*                                STATUS CHECK
111500*----------------------------------------------------------------
111600 8200-WRITE-BACKOUT-RECORD.
111700     WRITE BK-BACKOUT-RECORD.
111800     IF WS-BACKOUT-STATUS NOT = "00"
111900        MOVE "BACKOUT" TO WS-ABEND-FILE-ID
112000        MOVE WS-BACKOUT-STATUS TO WS-ABEND-STATUS
112100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
112200     END-IF.
112300 8200-EXIT.
112400     EXIT.
112500
112600*----------------------------------------------------------------
112700*    9000-TERMINATE - CLOSE THE BACKOUT FILE AND THE REPORT
112800*----------------------------------------------------------------
112900 9000-TERMINATE.
113000     CLOSE BACKOUT.
113100     CLOSE BACKRPT.
113200     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
113300 9000-EXIT.
113400     EXIT.
113500
113600*----------------------------------------------------------------
113700*    8500-STAMP-JOB-START - RECORD THIS RUN ON THE SHARED
113800*                           JOBSTATE FILE
113900*----------------------------------------------------------------
114000 8500-STAMP-JOB-START.
114100     IF WS-RUN-DATE = 0
114200        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
114300     END-IF.
114400     OPEN I-O JOBSTATE.
114500     IF WS-JOBSTATE-STATUS NOT = "00"
114600        AND WS-JOBSTATE-STATUS NOT = "05"
114700        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
114800        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
114900        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
115000     END-IF.
115100     ACCEPT WS-STAMP-TIME FROM TIME.
115200     MOVE "HIKEBACK" TO JS-PROGRAM-ID.
115300     MOVE WS-RUN-DATE TO JS-RUN-DATE.
115400     READ JOBSTATE
115500         INVALID KEY
115600             MOVE "HIKEBACK" TO JS-PROGRAM-ID
115700             MOVE WS-RUN-DATE TO JS-RUN-DATE
115800             MOVE WS-STAMP-TIME TO JS-START-TIME
115900             MOVE ZERO TO JS-END-TIME
116000             MOVE 99 TO JS-RETURN-CODE
116100             MOVE "N" TO JS-COMPLETE-FLAG
116200             WRITE JS-STATE-RECORD
116300         NOT INVALID KEY
116400             MOVE WS-STAMP-TIME TO JS-START-TIME
116500             MOVE ZERO TO JS-END-TIME
116600             MOVE 99 TO JS-RETURN-CODE
116700             MOVE "N" TO JS-COMPLETE-FLAG
116800             REWRITE JS-STATE-RECORD
116900     END-READ.
117000     IF WS-JOBSTATE-STATUS NOT = "00"
117100        MOVE "JOBSTATE" TO WS-ABEND-FILE-ID
117200        MOVE WS-JOBSTATE-STATUS TO WS-ABEND-STATUS
117300        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
117400     END-IF.
117500 8500-EXIT.
117600     EXIT.
117700
117800*----------------------------------------------------------------
117900*    8600-STAMP-JOB-END - MARK THIS RUN COMPLETE WITH ITS ENDING
118000*                         RETURN CODE
118100*----------------------------------------------------------------
118200 8600-STAMP-JOB-END.
118300     ACCEPT WS-STAMP-TIME FROM TIME.
118400     MOVE "HIKEBACK" TO JS-PROGRAM-ID.
118500     MOVE WS-RUN-DATE TO JS-RUN-DATE.
118600     READ JOBSTATE
118700         INVALID KEY
118800             CONTINUE
118900         NOT INVALID KEY
119000             MOVE WS-STAMP-TIME TO JS-END-TIME
119100             MOVE RETURN-CODE TO JS-RETURN-CODE
119200             MOVE "Y" TO JS-COMPLETE-FLAG
119300             REWRITE JS-STATE-RECORD
119400     END-READ.
119500     CLOSE JOBSTATE.
119600 8600-EXIT.
119700     EXIT.
119800
119900*----------------------------------------------------------------
120000*    9990-ABEND-ON-FILE-ERROR - REPORT A BAD FILE STATUS AND STOP
120100*----------------------------------------------------------------
120200 9990-ABEND-ON-FILE-ERROR.
120300     DISPLAY "HIKEBACK: I/O ERROR ON " WS-ABEND-FILE-ID
120400         " - FILE STATUS = " WS-ABEND-STATUS.
120500     MOVE 16 TO RETURN-CODE.
120600     STOP RUN.
120700 9990-EXIT.
120800     EXIT.
