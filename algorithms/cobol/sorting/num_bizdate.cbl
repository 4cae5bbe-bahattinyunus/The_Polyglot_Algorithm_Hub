000280*                MONDAY'S WORK ON TUESDAY STAYS MONDAY'S WORK.  *
000290*                NO CALENDAR OR NO NEXT BUSINESS DAY IS A HARD  *
000300*                ERROR - THE STREAM MUST NOT GUESS ITS DATE.    *
000310* 2026-10-15 RH  EVERY DATE SET NOW APPENDS A "BDAT" RECORD TO  *
000320*                THE PERMANENT AUDIT TRAIL (SORTAUDT) - THE     *
000330*                DATE, THE WALL-CLOCK DATE AND TIME, WHETHER IT *
000340*                WAS ADVANCED OR PINNED, AND THE DATE IT        *
000350*                REPLACED (READ FOR A PINNED DATE TOO; BLANK    *
000360*                ONLY WHEN A PIN CARD SEEDS A NEW CONTROL       *
000370*                RECORD) - SO A RERUN UNDER A PINNED DATE CAN   *
000380*                BE PROVED AFTERWARD FROM THE TRAIL ALONE.      *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BDATE-IN-FILE    ASSIGN TO BDIN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BDATE-IN-STATUS.
000460*
000470     SELECT BDATE-OUT-FILE   ASSIGN TO BDOUT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS BDATE-OUT-STATUS.
000500*
000510     SELECT BDATE-CARD-FILE  ASSIGN TO BDCARD
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BDATE-CARD-STATUS.
000540*
000550     SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CALENDAR-STATUS.
000580*
000590     SELECT AUDIT-TRAIL-FILE ASSIGN TO SORTAUDT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AUDIT-TRAIL-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BDATE-IN-FILE
000660     RECORDING MODE IS F.
000670 01  BDATE-IN-RECORD.
000680     05  BDI-BUSINESS-DATE   PIC X(08).
000690     05  FILLER              PIC X(72).
000700*
000710 FD  BDATE-OUT-FILE
000720     RECORDING MODE IS F.
000730 01  BDATE-OUT-RECORD.
000740     05  BDO-BUSINESS-DATE   PIC 9(08).
000750     05  FILLER              PIC X(72).
000760*
000770 FD  BDATE-CARD-FILE
000780     RECORDING MODE IS F.
000790 01  BDATE-CARD-RECORD.
000800     05  BDC-PIN-DATE        PIC X(08).
000810*
000820 FD  CALENDAR-FILE
000830     RECORDING MODE IS F.
000840 01  CALENDAR-RECORD.
000850     05  CAL-DATE            PIC X(08).
000860     05  CAL-DAY-TYPE        PIC X(01).
000870     05  CAL-DESC            PIC X(20).
000880     05  FILLER              PIC X(51).
000890*
000900*--------------------------------------------------------------*
000910* AUDIT TRAIL "BDAT" RECORD - ONE PER DATE SET. TAGGED LIKE    *
000920* THE NUMLDACK AND NUMCLOSE RECORDS SO THE SORT-EXECUTION      *
000930* READERS PASS OVER IT.                                        *
000940*--------------------------------------------------------------*
000950 FD  AUDIT-TRAIL-FILE
000960     RECORDING MODE IS F.
000970 01  AUDIT-TRAIL-RECORD.
000980     05  BDA-TAG             PIC X(04).
000990     05  BDA-RUN-DATE        PIC 9(08).
001000     05  BDA-RUN-TIME        PIC 9(06).
001010     05  BDA-WALL-DATE       PIC 9(08).
001020     05  BDA-HOW-SET         PIC X(01).
001030     05  BDA-PRIOR-DATE      PIC X(08).
001040     05  FILLER              PIC X(45).
001050*
001060 WORKING-STORAGE SECTION.
001070*--------------------------------------------------------------*
001080* FILE STATUS SAVE AREAS                                       *
001090*--------------------------------------------------------------*
001100 01  BDATE-IN-STATUS         PIC X(02) VALUE SPACES.
001110     88  BDATE-IN-OK                   VALUE "00".
001120 01  BDATE-OUT-STATUS        PIC X(02) VALUE SPACES.
001130     88  BDATE-OUT-OK                  VALUE "00".
001140 01  BDATE-CARD-STATUS       PIC X(02) VALUE SPACES.
001150     88  BDATE-CARD-OK                 VALUE "00".
001160 01  CALENDAR-STATUS         PIC X(02) VALUE SPACES.
001170     88  CALENDAR-OK                   VALUE "00".
001180 01  AUDIT-TRAIL-STATUS      PIC X(02) VALUE SPACES.
001190     88  AUDIT-TRAIL-OK                VALUE "00".
001200*
001210*--------------------------------------------------------------*
001220* SWITCHES                                                     *
001230*--------------------------------------------------------------*
001240 01  BDT-SWITCHES.
001250     05  CAL-EOF-SW          PIC X(01) VALUE "N".
001260         88  CAL-EOF-YES               VALUE "Y".
001270         88  CAL-EOF-NO                VALUE "N".
001280     05  PIN-SW              PIC X(01) VALUE "N".
001290         88  DATE-PINNED               VALUE "Y".
001300         88  DATE-NOT-PINNED           VALUE "N".
001310     05  NEXT-FOUND-SW       PIC X(01) VALUE "N".
001320         88  NEXT-FOUND-YES            VALUE "Y".
001330         88  NEXT-FOUND-NO             VALUE "N".
001340     05  ABORT-SW            PIC X(01) VALUE "N".
001350         88  ROLL-ABORT-YES            VALUE "Y".
001360         88  ROLL-ABORT-NO             VALUE "N".
001370*
001380*--------------------------------------------------------------*
001390* ROLL CONTROL FIELDS                                          *
001400*--------------------------------------------------------------*
001410 01  BDT-CURRENT-DATE        PIC X(08) VALUE SPACES.
001420 01  BDT-NEW-DATE            PIC 9(08) VALUE 0.
001430 01  BDT-WALL-DATE           PIC 9(08) VALUE 0.
001440 01  BDT-RUN-TIME-RAW.
001450     05  BDT-RUN-HHMMSS      PIC 9(06).
001460     05  FILLER              PIC 9(02).
001470*
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-READ-PIN-CARD THRU 1000-EXIT.
001510     IF DATE-NOT-PINNED
001520         PERFORM 2000-READ-CURRENT-DATE THRU 2000-EXIT
001530         PERFORM 3000-FIND-NEXT-BUSINESS-DAY THRU 3000-EXIT
001540     ELSE
001550         PERFORM 1500-READ-PRIOR-DATE THRU 1500-EXIT
001560     END-IF.
001570     IF ROLL-ABORT-NO
001580         PERFORM 4000-WRITE-NEW-DATE THRU 4000-EXIT
001590     END-IF.
001600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001610*
001620*--------------------------------------------------------------*
001630* 1000-READ-PIN-CARD - AN EXPLICIT CCYYMMDD ON THE CONTROL     *
001640*                      CARD PINS THE BUSINESS DATE (RERUNS).   *
001650*                      MISSING FILE OR BLANK CARD = NORMAL     *
001660*                      ROLL TO THE NEXT BUSINESS DAY.          *
001670*--------------------------------------------------------------*
001680 1000-READ-PIN-CARD.
001690     OPEN INPUT BDATE-CARD-FILE.
001700     IF NOT BDATE-CARD-OK
001710         GO TO 1000-EXIT
001720     END-IF.
001730     READ BDATE-CARD-FILE
001740         AT END
001750             GO TO 1000-CLOSE
001760     END-READ.
001770     IF BDC-PIN-DATE NUMERIC
001780         MOVE BDC-PIN-DATE TO BDT-NEW-DATE
001790         SET DATE-PINNED TO TRUE
001800         DISPLAY "NUMBDATE - BUSINESS DATE PINNED TO "
001810             BDT-NEW-DATE " BY CONTROL CARD"
001820     END-IF.
001830 1000-CLOSE.
001840     CLOSE BDATE-CARD-FILE.
001850 1000-EXIT.
001860     EXIT.
001870*
001880*--------------------------------------------------------------*
001890* 1500-READ-PRIOR-DATE - A PINNED DATE STILL NOTES THE DATE IT *
001900*                        REPLACES FOR THE AUDIT TRAIL. A       *
001910*                        MISSING OR UNREADABLE RECORD IS NOT   *
001920*                        AN ERROR HERE - A PIN CARD IS ALSO    *
001930*                        HOW A NEW CONTROL RECORD IS SEEDED -  *
001940*                        AND LEAVES THE PRIOR DATE BLANK.      *
001950*--------------------------------------------------------------*
001960 1500-READ-PRIOR-DATE.
001970     OPEN INPUT BDATE-IN-FILE.
001980     IF NOT BDATE-IN-OK
001990         GO TO 1500-EXIT
002000     END-IF.
002010     READ BDATE-IN-FILE
002020         AT END
002030             GO TO 1500-CLOSE
002040     END-READ.
002050     IF BDI-BUSINESS-DATE NUMERIC
002060         MOVE BDI-BUSINESS-DATE TO BDT-CURRENT-DATE
002070     END-IF.
002080 1500-CLOSE.
002090     CLOSE BDATE-IN-FILE.
002100 1500-EXIT.
002110     EXIT.
002120*
002130*--------------------------------------------------------------*
002140* 2000-READ-CURRENT-DATE - PICK UP THE CURRENT BUSINESS DATE.  *
002150*                          A MISSING OR UNREADABLE CONTROL     *
002160*                          RECORD IS A HARD ERROR - SEED THE   *
002170*                          DATASET BY RUNNING WITH A PIN CARD. *
002180*--------------------------------------------------------------*
002190 2000-READ-CURRENT-DATE.
002200     OPEN INPUT BDATE-IN-FILE.
002210     IF NOT BDATE-IN-OK
002220         DISPLAY "NUMBDATE - *** ERROR - NO BUSINESS-DATE "
002230             "CONTROL RECORD (STATUS = " BDATE-IN-STATUS
002240             "), SEED IT WITH A PIN CARD ***"
002250         MOVE 16 TO RETURN-CODE
002260         SET ROLL-ABORT-YES TO TRUE
002270         GO TO 2000-EXIT
002280     END-IF.
002290     READ BDATE-IN-FILE
002300         AT END
002310             DISPLAY "NUMBDATE - *** ERROR - BUSINESS-DATE "
002320                 "CONTROL RECORD EMPTY ***"
002330             MOVE 16 TO RETURN-CODE
002340             SET ROLL-ABORT-YES TO TRUE
002350             GO TO 2000-CLOSE
002360     END-READ.
002370     IF BDI-BUSINESS-DATE NUMERIC
002380         MOVE BDI-BUSINESS-DATE TO BDT-CURRENT-DATE
002390     ELSE
002400         DISPLAY "NUMBDATE - *** ERROR - BUSINESS-DATE "
002410             "CONTROL RECORD UNREADABLE: " BDATE-IN-RECORD
002420         MOVE 16 TO RETURN-CODE
002430         SET ROLL-ABORT-YES TO TRUE
002440     END-IF.
002450 2000-CLOSE.
002460     CLOSE BDATE-IN-FILE.
002470 2000-EXIT.
002480     EXIT.
002490*
002500*--------------------------------------------------------------*
002510* 3000-FIND-NEXT-BUSINESS-DAY - WALK THE PROCESSING CALENDAR   *
002520*                               (KEPT IN DATE ORDER BY         *
002530*                               OPERATIONS) FOR THE FIRST      *
002540*                               BUSINESS DAY AFTER THE         *
002550*                               CURRENT DATE. WEEKENDS AND     *
002560*                               HOLIDAYS ROLL PAST; RUNNING    *
002570*                               OFF THE END OF THE CALENDAR    *
002580*                               IS A HARD ERROR SO AN          *
002590*                               UNMAINTAINED CALENDAR IS       *
002600*                               CAUGHT, NOT GUESSED AROUND.    *
002610*--------------------------------------------------------------*
002620 3000-FIND-NEXT-BUSINESS-DAY.
002630     IF ROLL-ABORT-YES
002640         GO TO 3000-EXIT
002650     END-IF.
002660     SET NEXT-FOUND-NO TO TRUE.
002670     OPEN INPUT CALENDAR-FILE.
002680     IF NOT CALENDAR-OK
002690         DISPLAY "NUMBDATE - *** ERROR - UNABLE TO OPEN THE "
002700             "PROCESSING CALENDAR, STATUS = " CALENDAR-STATUS
002710             " ***"
002720         MOVE 16 TO RETURN-CODE
002730         SET ROLL-ABORT-YES TO TRUE
002740         GO TO 3000-EXIT
002750     END-IF.
002760*
002770     SET CAL-EOF-NO TO TRUE.
002780     PERFORM 3100-READ-CALENDAR THRU 3100-EXIT.
002790     PERFORM UNTIL CAL-EOF-YES OR NEXT-FOUND-YES
002800         IF CAL-DATE NUMERIC
002810                 AND CAL-DATE > BDT-CURRENT-DATE
002820                 AND CAL-DAY-TYPE = "B"
002830             MOVE CAL-DATE TO BDT-NEW-DATE
002840             SET NEXT-FOUND-YES TO TRUE
002850         END-IF
002860         PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
002870     END-PERFORM.
002880     CLOSE CALENDAR-FILE.
002890*
002900     IF NEXT-FOUND-NO
002910         DISPLAY "NUMBDATE - *** ERROR - NO BUSINESS DAY ON "
002920             "THE CALENDAR AFTER " BDT-CURRENT-DATE
002930             ", EXTEND THE CALENDAR ***"
002940         MOVE 16 TO RETURN-CODE
002950         SET ROLL-ABORT-YES TO TRUE
002960     END-IF.
002970 3000-EXIT.
002980     EXIT.
002990*
003000*--------------------------------------------------------------*
003010* 3100-READ-CALENDAR - READ ONE CALENDAR RECORD                *
003020*--------------------------------------------------------------*
003030 3100-READ-CALENDAR.
003040     READ CALENDAR-FILE
003050         AT END
003060             SET CAL-EOF-YES TO TRUE
003070     END-READ.
003080 3100-EXIT.
003090     EXIT.
003100*
003110*--------------------------------------------------------------*
003120* 4000-WRITE-NEW-DATE - REWRITE THE BUSINESS-DATE CONTROL      *
003130*                       RECORD FOR THE STREAM TO READ.         *
003140*--------------------------------------------------------------*
003150 4000-WRITE-NEW-DATE.
003160     OPEN OUTPUT BDATE-OUT-FILE.
003170     IF NOT BDATE-OUT-OK
003180         DISPLAY "NUMBDATE - *** ERROR - UNABLE TO REWRITE "
003190             "THE BUSINESS-DATE CONTROL, STATUS = "
003200             BDATE-OUT-STATUS " ***"
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 4000-EXIT
003230     END-IF.
003240     MOVE SPACES TO BDATE-OUT-RECORD.
003250     MOVE BDT-NEW-DATE TO BDO-BUSINESS-DATE.
003260     WRITE BDATE-OUT-RECORD.
003270     CLOSE BDATE-OUT-FILE.
003280     DISPLAY "NUMBDATE - BUSINESS DATE SET TO " BDT-NEW-DATE.
003290     PERFORM 5000-WRITE-AUDIT-TRAIL THRU 5000-EXIT.
003300 4000-EXIT.
003310     EXIT.
003320*
003330*--------------------------------------------------------------*
003340* 5000-WRITE-AUDIT-TRAIL - ONE "BDAT" RECORD APPENDED TO THE   *
003350*                          PERMANENT AUDIT TRAIL FOR THE DATE  *
003360*                          JUST SET. EVIDENCE, NOT PROCESSING  *
003370*                          - A BAD OPEN IS DISPLAYED BUT DOES  *
003380*                          NOT CHANGE THE RUN'S RETURN-CODE.   *
003390*--------------------------------------------------------------*
003400 5000-WRITE-AUDIT-TRAIL.
003410     ACCEPT BDT-WALL-DATE FROM DATE YYYYMMDD.
003420     ACCEPT BDT-RUN-TIME-RAW FROM TIME.
003430     OPEN EXTEND AUDIT-TRAIL-FILE.
003440     IF AUDIT-TRAIL-STATUS = "35"
003450         OPEN OUTPUT AUDIT-TRAIL-FILE
003460     END-IF.
003470     IF NOT AUDIT-TRAIL-OK
003480         DISPLAY "NUMBDATE - UNABLE TO OPEN AUDIT-TRAIL-"
003490             "FILE, STATUS = " AUDIT-TRAIL-STATUS
003500         GO TO 5000-EXIT
003510     END-IF.
003520*
003530     MOVE SPACES TO AUDIT-TRAIL-RECORD.
003540     MOVE "BDAT" TO BDA-TAG.
003550     MOVE BDT-NEW-DATE TO BDA-RUN-DATE.
003560     MOVE BDT-RUN-HHMMSS TO BDA-RUN-TIME.
003570     MOVE BDT-WALL-DATE TO BDA-WALL-DATE.
003580     IF DATE-PINNED
003590         MOVE "P" TO BDA-HOW-SET
003600     ELSE
003610         MOVE "A" TO BDA-HOW-SET
003620     END-IF.
003630     MOVE BDT-CURRENT-DATE TO BDA-PRIOR-DATE.
003640     WRITE AUDIT-TRAIL-RECORD.
003650     CLOSE AUDIT-TRAIL-FILE.
003660 5000-EXIT.
003670     EXIT.
003680*
003690*--------------------------------------------------------------*
003700* 9999-TERMINATE - END OF JOB                                  *
003710*--------------------------------------------------------------*
003720 9999-TERMINATE.
003730     STOP RUN.
003740 9999-EXIT.
003750     EXIT.
