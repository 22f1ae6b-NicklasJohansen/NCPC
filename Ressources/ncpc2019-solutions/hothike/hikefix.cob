002175*                      JOBSTATQ CHAIN-STATE INQUIRY.
002181*    2026-09-02  RH   HIKEERR NOW CARRIES THE RUN DATE AND A
002187*                      STRUCTURED REASON CODE AHEAD OF THE
002188*                      REASON TEXT; THE LAYOUT HERE FOLLOWS.
002189*    2026-10-15  RH   HIKEERR NOW ENDS WITH THE SUBMITTING SITE;
002190*                      THE LAYOUT HERE FOLLOWS.  THE SITE IS
002191*                      CARRIED ONTO THE RESUBMITTED HEADER AS AN
002192*                      "@" + SITE ID TOKEN UNLESS THE "H" CARD
002193*                      ALREADY CARRIES ONE.
002203*    2026-10-15  RH   A HIKE WHOSE READINGS RUN OVER SEVERAL
002213*                      DATA LINES NOW TAKES ONE "D" CARD PER LINE.
002223*                      THE HIKE'S UNUSED "D" CARDS, UP TO ITS NEXT
002233*                      "H" CARD, GO OUT IN CARD ORDER WITH THE
002243*                      REJECT THEY CORRECT, AND THE "&" MARKER
002253*                      IS SET ON EVERY LINE BUT THE LAST AND
002263*                      TAKEN OFF THE LAST, WHATEVER THE CARDS SAY.
002273*----------------------------------------------------------------
002300*
002400*    FIXCARD CARD LAYOUT (ONE CARD PER CORRECTED LINE; A HIKE
002500*    NEEDS BOTH ITS "H" AND ITS "D" CARD TO BE RESUBMITTED):
002600*        COLS  1- 8  HIKE ID
002700*        COL  10     LINE TYPE - "H" HEADER LINE, "D" DATA LINE
002800*        COLS 12-    THE CORRECTED LINE TEXT
002820*    A HIKE WHOSE READINGS CONTINUE OVER SEVERAL LINES HAS ONE
002840*    "D" CARD PER LINE, IN LINE ORDER; HIKEFIX SUPPLIES THE "&"
002860*    CONTINUATION MARKERS.
002900*
003000*    FIXCTL CARD LAYOUT (NO CARD DEFAULTS THE LIMIT TO 03):
003100*        COLS 1-2  MAX RESUBMISSION CYCLES BEFORE ESCALATION
006410     05 HE-REASON-CODE            PIC X(04).
006420     05 FILLER                    PIC X(02).
006500     05 HE-REASON                 PIC X(60).
006530     05 FILLER                    PIC X(02).
006560     05 HE-SITE-ID                PIC X(08).
006600
006700 FD  FIXCARD.
006800 01  FX-CORRECTION-CARD.
009700     88 WS-CARD-END-OF-FILE                 VALUE "Y".
009800 77  WS-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
009900     88 WS-CTL-END-OF-FILE                  VALUE "Y".
009930 77  WS-DATA-END-SWITCH           PIC X(01) VALUE "N".
009960     88 WS-DATA-END-FOUND                   VALUE "Y".
010000
010100*----------------------------------------------------------------
010200*    FILE STATUS AREAS
013200 01  WS-CYCLE-COUNT               PIC 9(03) VALUE ZERO.
013300 01  WS-CYCLE-EDIT                PIC Z(02)9 VALUE SPACES.
013400 01  WS-RESUBMIT-HEADER           PIC X(1000) VALUE SPACES.
013401 01  WS-SITE-TOKEN-COUNT          PIC 9(03) VALUE ZERO.
013402 01  WS-DATA-CARDS                PIC 9(03) VALUE ZERO.
013403 01  WS-DATA-WRITTEN              PIC 9(03) VALUE ZERO.
013404 01  WS-DATA-LAST                 PIC 9(03) VALUE ZERO.
013405 01  WS-DATA-TEXT                 PIC X(989) VALUE SPACES.
013406 01  WS-CONT-LENGTH               PIC 9(04) VALUE ZERO.
013410
013420*----------------------------------------------------------------
013430*    ESCALATION TABLE FOR THE OVER-LIMIT SECTION
033400*----------------------------------------------------------------
033500*    2100-FIND-CORRECTION-CARDS - LOCATE THE FIRST UNUSED H AND
033600*                                 D CARDS FOR THIS REJECT'S HIKE
033650*                                 AND COUNT THE D CARDS THAT RUN
033660*                                 FROM THERE TO THE HIKE'S NEXT
033670*                                 H CARD - THE NEXT CORRECTION
033700*----------------------------------------------------------------
033800 2100-FIND-CORRECTION-CARDS.
033900     MOVE ZERO TO WS-HEADER-INDEX.
034000     MOVE ZERO TO WS-DATA-INDEX.
034050     MOVE ZERO TO WS-DATA-CARDS.
034070     MOVE ZERO TO WS-DATA-LAST.
034100     PERFORM VARYING WS-C FROM 1 BY 1
034200           UNTIL WS-C > WS-CARD-COUNT
034300        IF CD-HIKE-ID(WS-C) = HE-HIKE-ID
034700              MOVE WS-C TO WS-HEADER-INDEX
034800           END-IF
034900           IF CD-LINE-TYPE(WS-C) = "D"
035020              AND WS-DATA-INDEX = 0
035080              MOVE WS-C TO WS-DATA-INDEX
035200           END-IF
035300        END-IF
035400     END-PERFORM.
035405     IF WS-HEADER-INDEX = 0 OR WS-DATA-INDEX = 0
035410        GO TO 2100-EXIT
035415     END-IF.
035420     MOVE "N" TO WS-DATA-END-SWITCH.
035425     PERFORM VARYING WS-C FROM WS-DATA-INDEX BY 1
035430           UNTIL WS-C > WS-CARD-COUNT
035435              OR WS-DATA-END-FOUND
035440        IF CD-HIKE-ID(WS-C) = HE-HIKE-ID
035445           AND CD-USED-FLAG(WS-C) = "N"
035450           IF CD-LINE-TYPE(WS-C) = "H"
035455              AND WS-C NOT = WS-HEADER-INDEX
035460              SET WS-DATA-END-FOUND TO TRUE
035465           END-IF
035470           IF CD-LINE-TYPE(WS-C) = "D"
035475              ADD 1 TO WS-DATA-CARDS
035480              MOVE WS-C TO WS-DATA-LAST
035485           END-IF
035490        END-IF
035495     END-PERFORM.
035500 2100-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------------
035900*    2200-RESUBMIT-HIKE - BUMP THE HIKECYC CYCLE COUNT, TAG IT
036000*                         AS THE THIRD HEADER TOKEN AND WRITE THE
036050*                         RESUBMISSION (HEADER LINE AND ALL
036100*                         ITS DATA LINES), CARRYING THE
036150*                         SUBMITTING SITE FORWARD
036200*----------------------------------------------------------------
036300 2200-RESUBMIT-HIKE.
036400     MOVE "Y" TO CD-USED-FLAG(WS-HEADER-INDEX).
036600     PERFORM 2300-BUMP-CYCLE-COUNT THRU 2300-EXIT.
036700     MOVE WS-CYCLE-COUNT TO WS-CYCLE-EDIT.
036800     MOVE SPACES TO WS-RESUBMIT-HEADER.
037300         DELIMITED BY SIZE
037400         INTO WS-RESUBMIT-HEADER
037500     END-STRING.
037506     MOVE ZERO TO WS-SITE-TOKEN-COUNT.
037512     INSPECT CD-TEXT(WS-HEADER-INDEX)
037518         TALLYING WS-SITE-TOKEN-COUNT FOR ALL "@".
037524     IF HE-SITE-ID NOT = SPACES AND WS-SITE-TOKEN-COUNT = 0
037530        MOVE SPACES TO RS-RESUBMIT-RECORD
037536        STRING
037542            FUNCTION TRIM(WS-RESUBMIT-HEADER, TRAILING)
037548            " @"
037554            FUNCTION TRIM(HE-SITE-ID, TRAILING)
037560            DELIMITED BY SIZE
037566            INTO RS-RESUBMIT-RECORD
037572        END-STRING
037578        MOVE RS-RESUBMIT-RECORD TO WS-RESUBMIT-HEADER
037584     END-IF.
037600     MOVE WS-RESUBMIT-HEADER TO RS-RESUBMIT-RECORD.
037700     PERFORM 3300-WRITE-RESUBMIT-RECORD THRU 3300-EXIT.
037800     PERFORM 2250-WRITE-DATA-CARDS THRU 2250-EXIT.
038000     ADD 1 TO WS-HIKES-RESUBMITTED.
038100     MOVE SPACES TO WS-FIX-DETAIL.
038200     MOVE HE-HIKE-ID TO FD-HIKE-ID.
039000     END-IF.
039100     PERFORM 3200-WRITE-FIX-DETAIL THRU 3200-EXIT.
039200 2200-EXIT.
039201     EXIT.
039202
039203*----------------------------------------------------------------
039204*    2250-WRITE-DATA-CARDS - WRITE THE UNUSED D CARDS FOUND FOR
039205*                            THIS CORRECTION, IN CARD ORDER, AS
039206*                            THE HIKE'S DATA LINES
039207*----------------------------------------------------------------
039208 2250-WRITE-DATA-CARDS.
039209     MOVE ZERO TO WS-DATA-WRITTEN.
039210     PERFORM VARYING WS-C FROM WS-DATA-INDEX BY 1
039211           UNTIL WS-C > WS-DATA-LAST
039212        IF CD-HIKE-ID(WS-C) = HE-HIKE-ID
039213           AND CD-USED-FLAG(WS-C) = "N"
039214           AND CD-LINE-TYPE(WS-C) = "D"
039215           PERFORM 2260-WRITE-ONE-DATA-CARD THRU 2260-EXIT
039216        END-IF
039217     END-PERFORM.
039218 2250-EXIT.
039219     EXIT.
039220
039221*----------------------------------------------------------------
039222*    2260-WRITE-ONE-DATA-CARD - WRITE ONE DATA LINE, ENDING IN
039223*                               " &" UNLESS IT IS THE HIKE'S LAST
039224*----------------------------------------------------------------
039225 2260-WRITE-ONE-DATA-CARD.
039226     MOVE "Y" TO CD-USED-FLAG(WS-C).
039227     ADD 1 TO WS-DATA-WRITTEN.
039228     MOVE CD-TEXT(WS-C) TO WS-DATA-TEXT.
039229     PERFORM 2270-DROP-CONTINUATION-MARK THRU 2270-EXIT.
039230     MOVE SPACES TO RS-RESUBMIT-RECORD.
039231     IF WS-DATA-WRITTEN < WS-DATA-CARDS
039232        IF WS-DATA-TEXT = SPACES
039233           MOVE "&" TO RS-RESUBMIT-RECORD
039234        ELSE
039235           STRING
039236               FUNCTION TRIM(WS-DATA-TEXT, TRAILING)
039237               " &"
039238               DELIMITED BY SIZE
039239               INTO RS-RESUBMIT-RECORD
039240           END-STRING
039241        END-IF
039242     ELSE
039243        MOVE WS-DATA-TEXT TO RS-RESUBMIT-RECORD
039244     END-IF.
039245     PERFORM 3300-WRITE-RESUBMIT-RECORD THRU 3300-EXIT.
039246 2260-EXIT.
039247     EXIT.
039248
039249*----------------------------------------------------------------
039250*    2270-DROP-CONTINUATION-MARK - BLANK A LONE "&" LEFT AS THE
039251*                                  LAST TOKEN OF THE CARD TEXT
039252*----------------------------------------------------------------
039253 2270-DROP-CONTINUATION-MARK.
039254     IF WS-DATA-TEXT = SPACES
039255        GO TO 2270-EXIT
039256     END-IF.
039257     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DATA-TEXT, TRAILING))
039258         TO WS-CONT-LENGTH.
039259     IF WS-DATA-TEXT(WS-CONT-LENGTH:1) NOT = "&"
039260        GO TO 2270-EXIT
039261     END-IF.
039262     IF WS-CONT-LENGTH > 1
039263        IF WS-DATA-TEXT(WS-CONT-LENGTH - 1:1) NOT = SPACE
039264           GO TO 2270-EXIT
039265        END-IF
039266     END-IF.
039267     MOVE SPACE TO WS-DATA-TEXT(WS-CONT-LENGTH:1).
039268 2270-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------------
