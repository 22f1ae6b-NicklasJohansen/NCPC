001800*                      EVERY APPLIED TRANSACTION PRINTS A
001900*                      BEFORE/AFTER PAIR ON TRLRPT SO THE RANGER
002000*                      OFFICE CAN VERIFY WHAT WAS APPLIED.
002020*    2026-10-15  RH   A CLOSE CARD CARRYING "HIKEALRT" IN COLS
002040*                      56-63 (A HIKEALRT ALRTTRAN RECOMMENDATION)
002060*                      NOW ALSO RESOLVES THE TRAIL'S UNRESOLVED
002080*                      CASE ON THE ALRTCASE ALERT CASE FILE.
002085*    2026-10-15  RH   TRLERR NOW KEEPS THE WHOLE CARD, SOURCE
002090*                      COLUMNS INCLUDED; THE REASON FIELD GIVES
002095*                      UP THE WIDTH SO THE RECORD IS UNCHANGED.
002100*----------------------------------------------------------------
002200*
002300*    TRLTRAN CARD LAYOUT (ONE CARD PER TRANSACTION):
002600*        COLS 17-46  TRAIL NAME        (ADD; OPTIONAL ON CHANGE)
002700*        COLS 48-51  REGION CODE       (ADD; OPTIONAL ON CHANGE)
002800*        COLS 53-54  DIFFICULTY CLASS  (ADD; OPTIONAL ON CHANGE)
002830*        COLS 56-63  SOURCE - "HIKEALRT" ON CLOSE CARDS TAKEN
002860*                    FROM ALRTTRAN, OTHERWISE BLANK
002900*
003000*    A CHANGE CARD FIELD LEFT AS SPACES LEAVES THAT MASTER FIELD
003100*    UNTOUCHED.  A SECOND CARD FOR A TRAIL ID ALREADY PROCESSED
003200*    IN THE SAME RUN IS REJECTED AS A DUPLICATE SO A MISPUNCHED
003300*    DECK CANNOT APPLY TWICE.
003320*
003340*    WHEN A "HIKEALRT" CLOSE IS APPLIED, THE TRAIL'S UNRESOLVED
003360*    ALRTCASE CASE IS MARKED RESOLVED BY TRLMAINT ON THE RUN
003380*    DATE AND A "CASE" LINE FOLLOWS THE AFTER IMAGE ON TRLRPT.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004900     SELECT OPTIONAL TRLRPT ASSIGN TO "TRLRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRLRPT-STATUS.
005110     SELECT OPTIONAL ALRTCASE ASSIGN TO "ALRTCASE"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS CS-CASE-KEY
005150         FILE STATUS IS WS-ALRTCASE-STATUS.
005200
005216     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
005232         ORGANIZATION IS INDEXED
006300     05 TN-REGION-CODE            PIC X(04).
006400     05 FILLER                    PIC X(01).
006500     05 TN-DIFFICULTY-CLASS       PIC X(02).
006530     05 FILLER                    PIC X(01).
006560     05 TN-SOURCE                 PIC X(08).
006600
006700 FD  TRAILMST.
006800 01  TM-TRAIL-RECORD.
007600
007700 FD  TRLERR.
007800 01  TE-ERROR-RECORD.
007900     05 TE-CARD-IMAGE             PIC X(63).
008000     05 FILLER                    PIC X(03) VALUE SPACES.
008100     05 TE-REASON                 PIC X(51).
008200
008300 FD  TRLRPT.
008400 01  TL-REPORT-LINE               PIC X(132).
008404
008408 FD  ALRTCASE.
008412 01  CS-CASE-RECORD.
008416     05 CS-CASE-KEY.
008420        10 CS-TRAIL-ID            PIC X(08).
008424        10 CS-OPEN-DATE           PIC 9(08).
008428     05 CS-STATUS                 PIC X(01).
008432        88 CS-CASE-OPEN                     VALUE "O".
008436        88 CS-CASE-ACKED                    VALUE "A".
008440        88 CS-CASE-RESOLVED                 VALUE "R".
008444     05 CS-REGION-CODE            PIC X(04).
008448     05 CS-CLASS                  PIC X(02).
008452     05 CS-ALERT-COUNT            PIC 9(05).
008456     05 CS-LAST-ALERT-DATE        PIC 9(08).
008460     05 CS-LAST-FLAGS             PIC X(03).
008464     05 CS-CLOSE-REC              PIC X(01).
008468     05 CS-ACK-BY                 PIC X(08).
008472     05 CS-ACK-DATE               PIC 9(08).
008476     05 CS-ACK-NOTE               PIC X(40).
008480     05 CS-RESOLVE-BY             PIC X(08).
008484     05 CS-RESOLVE-DATE           PIC 9(08).
008488     05 CS-RESOLVE-NOTE           PIC X(40).
008500
008509 FD  JOBSTATE.
008518 01  JS-STATE-RECORD.
009500 77  WS-MASTER-SWITCH             PIC X(01) VALUE "N".
009600     88 WS-MASTER-FOUND                     VALUE "Y".
009700     88 WS-MASTER-ABSENT                    VALUE "N".
009710 77  WS-CASE-OPEN-SWITCH          PIC X(01) VALUE "N".
009720     88 WS-CASE-FILE-OPEN                   VALUE "Y".
009730 77  WS-CASE-EOF-SWITCH           PIC X(01) VALUE "N".
009740     88 WS-CASE-END-OF-GROUP                VALUE "Y".
009750 77  WS-CASE-FOUND-SWITCH         PIC X(01) VALUE "N".
009760     88 WS-CASE-FOUND                       VALUE "Y".
009800
009900*----------------------------------------------------------------
010000*    FILE STATUS AREAS
010300 01  WS-TRAILMST-STATUS           PIC X(02) VALUE "00".
010400 01  WS-TRLERR-STATUS             PIC X(02) VALUE "00".
010500 01  WS-TRLRPT-STATUS             PIC X(02) VALUE "00".
010550 01  WS-ALRTCASE-STATUS           PIC X(02) VALUE "00".
010600 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
010700 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
010733 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
011900 01  WS-TRAN-TRAIL-NAME           PIC X(30) VALUE SPACES.
012000 01  WS-TRAN-REGION-CODE          PIC X(04) VALUE SPACES.
012100 01  WS-TRAN-DIFF-CLASS           PIC X(02) VALUE SPACES.
012110 01  WS-TRAN-SOURCE               PIC X(08) VALUE SPACES.
012130 01  WS-ACTIVE-OPEN-DATE          PIC 9(08) VALUE ZERO.
012160 01  WS-CASE-TEXT                 PIC X(30) VALUE SPACES.
012200
012300*----------------------------------------------------------------
012400*    IDS ALREADY PROCESSED THIS RUN, FOR DUPLICATE REJECTION
013600 01  WS-TRANS-READ                PIC 9(07) VALUE ZERO.
013700 01  WS-TRANS-APPLIED             PIC 9(07) VALUE ZERO.
013800 01  WS-TRANS-REJECTED            PIC 9(07) VALUE ZERO.
013850 01  WS-CASES-RESOLVED            PIC 9(07) VALUE ZERO.
013900
014000*----------------------------------------------------------------
014100*    REPORT WORK AREAS
019400     05 FILLER               PIC X(10) VALUE SPACES.
019500     05 FILLER               PIC X(10) VALUE "REJECTED:".
019600     05 RT1-REJECTED         PIC Z(06)9.
019610
019620 01  WS-REPORT-TRAILER-2.
019630     05 FILLER               PIC X(22)
019640            VALUE "ALERT CASES RESOLVED:".
019650     05 RT2-RESOLVED         PIC Z(06)9.
019700
019800 PROCEDURE DIVISION.
019900*----------------------------------------------------------------
027700     MOVE TN-TRAIL-NAME TO WS-TRAN-TRAIL-NAME.
027800     MOVE TN-REGION-CODE TO WS-TRAN-REGION-CODE.
027900     MOVE TN-DIFFICULTY-CLASS TO WS-TRAN-DIFF-CLASS.
027950     MOVE TN-SOURCE TO WS-TRAN-SOURCE.
028000     IF NOT WS-ACTION-ADD AND NOT WS-ACTION-CHANGE
028100        AND NOT WS-ACTION-CLOSE AND NOT WS-ACTION-REOPEN
028200        SET WS-TRAN-INVALID TO TRUE
041500     END-IF.
041600     MOVE "AFTER" TO RD-IMAGE-TAG.
041700     PERFORM 2260-FORMAT-AFTER-IMAGE THRU 2260-EXIT.
041710     IF WS-ACTION-CLOSE AND WS-TRAN-SOURCE = "HIKEALRT"
041720        PERFORM 2300-RESOLVE-ALERT-CASE THRU 2300-EXIT
041730     END-IF.
041740     MOVE SPACES TO TL-REPORT-LINE.
041750     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
041760     ADD 1 TO WS-LINE-COUNT.
041800     IF WS-SEEN-COUNT < WS-SEEN-MAX
041900        ADD 1 TO WS-SEEN-COUNT
042000        MOVE WS-TRAN-TRAIL-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
044400
044500*----------------------------------------------------------------
044600*    2260-FORMAT-AFTER-IMAGE - AFTER IMAGE OF THE MASTER RECORD
044700*                              AS WRITTEN
044800*----------------------------------------------------------------
044900 2260-FORMAT-AFTER-IMAGE.
045000     MOVE SPACES TO WS-REPORT-DETAIL.
045600     MOVE TM-DIFFICULTY-CLASS TO RD-CLASS.
045700     MOVE TM-ACTIVE-FLAG TO RD-ACTIVE.
045800     PERFORM 2500-WRITE-REPORT-DETAIL THRU 2500-EXIT.
046200 2260-EXIT.
046300     EXIT.
046301
046302*----------------------------------------------------------------
046303*    2300-RESOLVE-ALERT-CASE - THE TRAIL WAS CLOSED ON A HIKEALRT
046304*                              RECOMMENDATION, SO MARK ITS
046305*                              UNRESOLVED ALERT CASE RESOLVED
046306*                              AND SAY SO ON THE REPORT
046307*----------------------------------------------------------------
046308 2300-RESOLVE-ALERT-CASE.
046309     IF NOT WS-CASE-FILE-OPEN
046310        OPEN I-O ALRTCASE
046311        IF WS-ALRTCASE-STATUS NOT = "00"
046312           AND WS-ALRTCASE-STATUS NOT = "05"
046313           MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
046314           MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
046315           PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046316        END-IF
046317        SET WS-CASE-FILE-OPEN TO TRUE
046318     END-IF.
046319     PERFORM 2310-FIND-ACTIVE-CASE THRU 2310-EXIT.
046320     MOVE SPACES TO WS-REPORT-DETAIL.
046321     MOVE WS-TRAN-ACTION TO RD-ACTION.
046322     MOVE WS-TRAN-TRAIL-ID TO RD-TRAIL-ID.
046323     MOVE "CASE" TO RD-IMAGE-TAG.
046324     IF NOT WS-CASE-FOUND
046325        MOVE "NO UNRESOLVED ALERT CASE" TO RD-TRAIL-NAME
046326        PERFORM 2500-WRITE-REPORT-DETAIL THRU 2500-EXIT
046327        GO TO 2300-EXIT
046328     END-IF.
046329     MOVE "R" TO CS-STATUS.
046330     MOVE "TRLMAINT" TO CS-RESOLVE-BY.
046331     MOVE WS-RUN-DATE TO CS-RESOLVE-DATE.
046332     MOVE "TRAIL CLOSED ON HIKEALRT RECOMMENDATION"
046333         TO CS-RESOLVE-NOTE.
046334     REWRITE CS-CASE-RECORD.
046335     IF WS-ALRTCASE-STATUS NOT = "00"
046336        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
046337        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
046338        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046339     END-IF.
046340     ADD 1 TO WS-CASES-RESOLVED.
046341     MOVE SPACES TO WS-CASE-TEXT.
046342     STRING "CASE OF " DELIMITED BY SIZE
046343            CS-OPEN-DATE DELIMITED BY SIZE
046344            " RESOLVED" DELIMITED BY SIZE
046345         INTO WS-CASE-TEXT
046346     END-STRING.
046347     MOVE WS-CASE-TEXT TO RD-TRAIL-NAME.
046348     PERFORM 2500-WRITE-REPORT-DETAIL THRU 2500-EXIT.
046349 2300-EXIT.
046350     EXIT.
046400
046401*----------------------------------------------------------------
046402*    2310-FIND-ACTIVE-CASE - WALK THE TRAIL'S CASES AND, WHEN
046403*                            ONE IS STILL UNRESOLVED, READ IT
046404*                            BACK BY KEY SO IT CAN BE REWRITTEN
046405*----------------------------------------------------------------
046406 2310-FIND-ACTIVE-CASE.
046407     MOVE "N" TO WS-CASE-FOUND-SWITCH.
046408     MOVE "N" TO WS-CASE-EOF-SWITCH.
046409     MOVE ZERO TO WS-ACTIVE-OPEN-DATE.
046410     MOVE WS-TRAN-TRAIL-ID TO CS-TRAIL-ID.
046411     MOVE ZERO TO CS-OPEN-DATE.
046412     START ALRTCASE KEY NOT < CS-CASE-KEY
046413         INVALID KEY
046414             SET WS-CASE-END-OF-GROUP TO TRUE
046415     END-START.
046416     PERFORM 2320-READ-ONE-CASE THRU 2320-EXIT
046417         UNTIL WS-CASE-END-OF-GROUP.
046418     IF WS-ACTIVE-OPEN-DATE = 0
046419        GO TO 2310-EXIT
046420     END-IF.
046421     MOVE WS-TRAN-TRAIL-ID TO CS-TRAIL-ID.
046422     MOVE WS-ACTIVE-OPEN-DATE TO CS-OPEN-DATE.
046423     READ ALRTCASE
046424         INVALID KEY
046425             CONTINUE
046426         NOT INVALID KEY
046427             SET WS-CASE-FOUND TO TRUE
046428     END-READ.
046429     IF NOT WS-CASE-FOUND
046430        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
046431        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
046432        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046433     END-IF.
046434 2310-EXIT.
046435     EXIT.
046436
046437 2320-READ-ONE-CASE.
046438     READ ALRTCASE NEXT RECORD
046439         AT END
046440             SET WS-CASE-END-OF-GROUP TO TRUE
046441     END-READ.
046442     IF WS-CASE-END-OF-GROUP
046443        GO TO 2320-EXIT
046444     END-IF.
046445     IF WS-ALRTCASE-STATUS NOT = "00"
046446        MOVE "ALRTCASE" TO WS-ABEND-FILE-ID
046447        MOVE WS-ALRTCASE-STATUS TO WS-ABEND-STATUS
046448        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
046449     END-IF.
046450     IF CS-TRAIL-ID NOT = WS-TRAN-TRAIL-ID
046451        SET WS-CASE-END-OF-GROUP TO TRUE
046452        GO TO 2320-EXIT
046453     END-IF.
046454     IF NOT CS-CASE-RESOLVED
046455        MOVE CS-OPEN-DATE TO WS-ACTIVE-OPEN-DATE
046456     END-IF.
046457 2320-EXIT.
046458     EXIT.
046459
046500*----------------------------------------------------------------
046600*    2500-WRITE-REPORT-DETAIL - WRITE ONE DETAIL LINE TO TRLRPT,
046700*                               STARTING A NEW PAGE WHEN FULL
055500     MOVE WS-TRANS-REJECTED TO RT1-REJECTED.
055600     MOVE WS-REPORT-TRAILER-1 TO TL-REPORT-LINE.
055700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
055720     MOVE WS-CASES-RESOLVED TO RT2-RESOLVED.
055740     MOVE WS-REPORT-TRAILER-2 TO TL-REPORT-LINE.
055760     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
055800     CLOSE TRLTRAN.
055900     CLOSE TRAILMST.
056000     CLOSE TRLERR.
056100     CLOSE TRLRPT.
056110     IF WS-CASE-FILE-OPEN
056120        CLOSE ALRTCASE
056130     END-IF.
056150     PERFORM 8600-STAMP-JOB-END THRU 8600-EXIT.
056200 9000-EXIT.
056300     EXIT.
