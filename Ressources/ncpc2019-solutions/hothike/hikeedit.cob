002000*                      PASSES A CLEAN, STRIPPED HIKEIN ON TO
002100*                      HOTHIKE.  A TRUNCATED TRANSFER CAN NO
002200*                      LONGER HAND HOTHIKE HALF A DAY'S HIKES.
002207*    2026-10-15  RH   THE SUBMITTING SITE NOW TRAVELS WITH EVERY
002214*                      HIKE: EACH HEADER LINE PASSED TO HIKEIN
002221*                      GAINS AN "@" + SITE ID TOKEN FOR HOTHIKE.
002228*                      EVERY BATCH, ACCEPTED OR REJECTED, IS ALSO
002235*                      LOGGED ON THE BTCHLOG FILE FOR THE MONTHLY
002242*                      HIKESITE SCORECARD.
002249*    2026-10-15  RH   A HIKE'S DATA LINE MAY NOW CONTINUE ONTO
002256*                      FURTHER LINES WHILE IT ENDS IN A LONE "&".
002263*                      CONTINUATION LINES ARE NOT MISTAKEN FOR THE
002270*                      NEXT HIKE'S HEADER IN THE HIKE COUNT, THE
002277*                      HASH OR THE SITE STAMPING, AND A BATCH
002284*                      WHOSE LAST DATA LINE STILL CONTINUES AT
002291*                      THE TRAILER IS REJECTED.
002300*----------------------------------------------------------------
002400*
002500*    HIKEBTCH ENVELOPE LAYOUT:
002600*        FIRST RECORD   "BH" + SUBMISSION DATE + SUBMITTING SITE
002650*        THEN           THE HIKEIN LINES, TWO PER HIKE, EXCEPT
002700*                       THAT A DATA LINE ENDING IN A LONE "&"
002750*                       CONTINUES ON THE NEXT LINE
002800*        LAST RECORD    "BT" + EXPECTED HIKE COUNT + HASH TOTAL
002900*                       OF THE CHECKPOINT COUNTS
003000*
003300*    COUNT OR HASH TOTAL DOES NOT MATCH WHAT WAS RECEIVED.  ONLY
003400*    A CLEAN BATCH IS COPIED, STRIPPED OF ITS ENVELOPE, TO THE
003500*    HIKEIN FILE IN A SECOND PASS.
003507*
003514*    EACH HIKE HEADER LINE COPIED TO HIKEIN HAS "@" + THE
003521*    SUBMITTING SITE APPENDED AS ITS LAST TOKEN.
003528*
003535*    BTCHLOG RECORD (ONE PER RUN, APPENDED):
003542*        COLS  1- 8  RUN DATE
003549*        COLS 10-17  SUBMISSION DATE FROM THE "BH" RECORD
003556*        COLS 19-26  SUBMITTING SITE FROM THE "BH" RECORD
003563*        COL  28     VERDICT - "A" ACCEPTED, "R" REJECTED
003570*        COLS 30-36  HIKES EXPECTED PER THE "BT" RECORD
003577*        COLS 38-44  HIKES FOUND
003584*        COLS 46-    REJECT REASON
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
004600     SELECT OPTIONAL EDITRPT ASSIGN TO "EDITRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EDITRPT-STATUS.
004820     SELECT OPTIONAL BTCHLOG ASSIGN TO "BTCHLOG"
004840         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-BTCHLOG-STATUS.
004900
004916     SELECT OPTIONAL JOBSTATE ASSIGN TO "JOBSTATE"
004932         ORGANIZATION IS INDEXED
005400
005500 FD  HIKEIN.
005600 01  HK-INPUT-RECORD              PIC X(1000).
005605
005610 FD  BTCHLOG.
005615 01  BL-BATCH-LOG-RECORD.
005620     05 BL-RUN-DATE               PIC 9(08).
005625     05 FILLER                    PIC X(01).
005630     05 BL-SUBMIT-DATE            PIC X(08).
005635     05 FILLER                    PIC X(01).
005640     05 BL-SITE-ID                PIC X(08).
005645     05 FILLER                    PIC X(01).
005650     05 BL-VERDICT                PIC X(01).
005655     05 FILLER                    PIC X(01).
005660     05 BL-HIKES-EXPECTED         PIC 9(07).
005665     05 FILLER                    PIC X(01).
005670     05 BL-HIKES-FOUND            PIC 9(07).
005675     05 FILLER                    PIC X(01).
005680     05 BL-REASON                 PIC X(60).
005700
005800 FD  EDITRPT.
005900 01  ED-REPORT-LINE               PIC X(132).
007200 77  WS-LINE-KIND-SWITCH          PIC X(01) VALUE "H".
007300     88 WS-EXPECT-HEADER-LINE                VALUE "H".
007400     88 WS-EXPECT-DATA-LINE                  VALUE "D".
007450     88 WS-EXPECT-CONTINUATION               VALUE "C".
007500
007600*----------------------------------------------------------------
007700*    FILE STATUS AREAS
007900 01  WS-HIKEBTCH-STATUS           PIC X(02) VALUE "00".
008000 01  WS-HIKEIN-STATUS             PIC X(02) VALUE "00".
008100 01  WS-EDITRPT-STATUS            PIC X(02) VALUE "00".
008150 01  WS-BTCHLOG-STATUS            PIC X(02) VALUE "00".
008200 01  WS-ABEND-FILE-ID             PIC X(08) VALUE SPACES.
008300 01  WS-ABEND-STATUS              PIC X(02) VALUE SPACES.
008333 01  WS-JOBSTATE-STATUS           PIC X(02) VALUE "00".
011400 01  WS-HIKE-ID                   PIC X(08) VALUE SPACES.
011500 01  WS-COUNT-TEXT                PIC X(10) VALUE SPACES.
011600 01  WS-HEADER-POSITION           PIC 9(04) VALUE 1.
011630 01  WS-STAMPED-HEADER            PIC X(1000) VALUE SPACES.
011660 01  WS-CONT-LENGTH               PIC 9(04) VALUE ZERO.
011700
011800*----------------------------------------------------------------
011900*    REPORT WORK AREAS
016200        PERFORM 4000-PASS-CLEAN-BATCH THRU 4000-EXIT
016300     END-IF.
016400     PERFORM 5000-WRITE-EDIT-REPORT THRU 5000-EXIT.
016450     PERFORM 6000-LOG-THE-BATCH THRU 6000-EXIT.
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016600     STOP RUN.
016700
023200            TO WS-REJECT-REASON
023300        GO TO 2000-EXIT
023400     END-IF.
023410     IF WS-EXPECT-CONTINUATION
023420        SET WS-BATCH-REJECTED TO TRUE
023430        MOVE "LAST HIKE DATA LINE CONTINUES PAST THE TRAILER"
023440            TO WS-REJECT-REASON
023450        GO TO 2000-EXIT
023460     END-IF.
023500     IF WS-HIKES-FOUND NOT = WS-EXPECTED-HIKES
023600        SET WS-BATCH-REJECTED TO TRUE
023700        MOVE "HIKE COUNT DOES NOT MATCH THE BATCH TRAILER"
025000*    2100-TALLY-ONE-LINE - A "BT" LINE ENDS THE TALLY; OTHERWISE
025100*                         EVERY HIKE HEADER LINE COUNTS ONE HIKE
025200*                         AND ITS CHECKPOINT COUNT JOINS THE HASH
025230*                         (A CONTINUED DATA LINE KEEPS THE NEXT
025260*                         LINE OUT OF THE HEADER COUNT)
025300*----------------------------------------------------------------
025400 2100-TALLY-ONE-LINE.
025500     IF WS-RAW-LINE(1:2) = "BT"
027900        END-IF
028000        SET WS-EXPECT-DATA-LINE TO TRUE
028100     ELSE
028200        PERFORM 2150-SET-NEXT-LINE-KIND THRU 2150-EXIT
028300     END-IF.
028400     PERFORM 3000-READ-BATCH-LINE THRU 3000-EXIT.
028500 2100-EXIT.
028503     EXIT.
028506
028509*----------------------------------------------------------------
028512*    2150-SET-NEXT-LINE-KIND - AFTER A DATA LINE THE NEXT LINE IS
028515*                              A CONTINUATION WHEN THIS ONE ENDS
028518*                              IN A LONE "&", OTHERWISE THE NEXT
028521*                              HIKE'S HEADER
028524*----------------------------------------------------------------
028527 2150-SET-NEXT-LINE-KIND.
028530     SET WS-EXPECT-HEADER-LINE TO TRUE.
028533     IF WS-RAW-LINE = SPACES
028536        GO TO 2150-EXIT
028539     END-IF.
028542     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-LINE, TRAILING))
028545         TO WS-CONT-LENGTH.
028548     IF WS-RAW-LINE(WS-CONT-LENGTH:1) NOT = "&"
028551        GO TO 2150-EXIT
028554     END-IF.
028557     IF WS-CONT-LENGTH > 1
028560        IF WS-RAW-LINE(WS-CONT-LENGTH - 1:1) NOT = SPACE
028563           GO TO 2150-EXIT
028566        END-IF
028569     END-IF.
028572     SET WS-EXPECT-CONTINUATION TO TRUE.
028575 2150-EXIT.
028600     EXIT.
028700
028800*----------------------------------------------------------------
032600        MOVE WS-HIKEIN-STATUS TO WS-ABEND-STATUS
032700        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
032800     END-IF.
032850     SET WS-EXPECT-HEADER-LINE TO TRUE.
032900     PERFORM 3000-READ-BATCH-LINE THRU 3000-EXIT.
033000     PERFORM 4100-COPY-ONE-LINE THRU 4100-EXIT
033100         UNTIL WS-END-OF-FILE.
033500
033600*----------------------------------------------------------------
033700*    4100-COPY-ONE-LINE - COPY EVERY LINE THAT IS NOT PART OF
033760*                         THE ENVELOPE, STAMPING THE SITE TOKEN
033820*                         ONTO EACH HIKE HEADER LINE
033900*----------------------------------------------------------------
034000 4100-COPY-ONE-LINE.
034100     IF WS-RAW-LINE(1:2) NOT = "BH"
034200        AND WS-RAW-LINE(1:2) NOT = "BT"
034210        IF WS-EXPECT-HEADER-LINE
034220           PERFORM 4200-STAMP-SITE-TOKEN THRU 4200-EXIT
034230           SET WS-EXPECT-DATA-LINE TO TRUE
034240        ELSE
034250           PERFORM 2150-SET-NEXT-LINE-KIND THRU 2150-EXIT
034260        END-IF
034300        MOVE WS-RAW-LINE TO HK-INPUT-RECORD
034400        WRITE HK-INPUT-RECORD
034500        IF WS-HIKEIN-STATUS NOT = "00"
035100     END-IF.
035200     PERFORM 3000-READ-BATCH-LINE THRU 3000-EXIT.
035300 4100-EXIT.
035304     EXIT.
035308
035312*----------------------------------------------------------------
035316*    4200-STAMP-SITE-TOKEN - APPEND "@" + THE SUBMITTING SITE TO
035320*                            THE HIKE HEADER LINE SO HOTHIKE CAN
035324*                            CARRY IT ONTO ITS OUTPUTS
035328*----------------------------------------------------------------
035332 4200-STAMP-SITE-TOKEN.
035336     IF WS-SITE-ID = SPACES
035340        GO TO 4200-EXIT
035344     END-IF.
035348     MOVE SPACES TO WS-STAMPED-HEADER.
035352     STRING
035356         FUNCTION TRIM(WS-RAW-LINE, TRAILING)
035360         " @"
035364         FUNCTION TRIM(WS-SITE-ID, TRAILING)
035368         DELIMITED BY SIZE
035372         INTO WS-STAMPED-HEADER
035376     END-STRING.
035380     MOVE WS-STAMPED-HEADER TO WS-RAW-LINE.
035384 4200-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------
042100        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
042200     END-IF.
042300 5100-EXIT.
042302     EXIT.
042304
042306*----------------------------------------------------------------
042308*    6000-LOG-THE-BATCH - APPEND THIS BATCH AND ITS VERDICT TO
042310*                         THE BTCHLOG FILE FOR THE SITE SCORECARD
042312*----------------------------------------------------------------
042314 6000-LOG-THE-BATCH.
042316     OPEN EXTEND BTCHLOG.
042318     IF WS-BTCHLOG-STATUS NOT = "00"
042320        AND WS-BTCHLOG-STATUS NOT = "05"
042322        MOVE "BTCHLOG" TO WS-ABEND-FILE-ID
042324        MOVE WS-BTCHLOG-STATUS TO WS-ABEND-STATUS
042326        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
042328     END-IF.
042330     MOVE SPACES TO BL-BATCH-LOG-RECORD.
042332     MOVE WS-RUN-DATE TO BL-RUN-DATE.
042334     MOVE WS-SUBMIT-DATE TO BL-SUBMIT-DATE.
042336     MOVE WS-SITE-ID TO BL-SITE-ID.
042338     IF WS-BATCH-CLEAN
042340        MOVE "A" TO BL-VERDICT
042342     ELSE
042344        MOVE "R" TO BL-VERDICT
042346     END-IF.
042348     MOVE WS-EXPECTED-HIKES TO BL-HIKES-EXPECTED.
042350     MOVE WS-HIKES-FOUND TO BL-HIKES-FOUND.
042352     MOVE WS-REJECT-REASON TO BL-REASON.
042354     WRITE BL-BATCH-LOG-RECORD.
042356     IF WS-BTCHLOG-STATUS NOT = "00"
042358        MOVE "BTCHLOG" TO WS-ABEND-FILE-ID
042360        MOVE WS-BTCHLOG-STATUS TO WS-ABEND-STATUS
042362        PERFORM 9990-ABEND-ON-FILE-ERROR THRU 9990-EXIT
042364     END-IF.
042366     CLOSE BTCHLOG.
042368 6000-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------------
