000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMSTRUC.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. LARGE-ACTIVITY (STRUCTURING)     *
000210*                MONITOR FOR COMPLIANCE. EACH ACCOUNT'S POSTED *
000220*                ACTIVITY IS AGGREGATED OVER A ROLLING WINDOW  *
000230*                OF POSTING NIGHTS - TONIGHT'S SORTED OUTPUT   *
000240*                PLUS THE PRIOR NIGHTS ON THE RECENTLY-SEEN    *
000250*                GENERATIONS - AND FLAGGED WHEN THE WINDOW     *
000260*                TOTAL CROSSES THE REPORTING THRESHOLD, WHEN   *
000270*                AMOUNTS JUST UNDER THE SINGLE-ITEM LIMIT      *
000280*                REPEAT, OR WHEN THE ACCOUNT IS ACTIVE AT      *
000290*                SEVERAL BRANCHES. LIMITS AND WINDOW LENGTH    *
000300*                COME FROM A CONTROL CARD. EVERY FLAG RAISED   *
000310*                OPENS A CASE ON A PERMANENT CASE FILE, AND AN *
000320*                ACCOUNT IS NOT FLAGGED AGAIN FOR THE SAME     *
000330*                REASON UNTIL ITS WINDOW HAS ROLLED PAST THE   *
000340*                ACTIVITY THE OPEN CASE ALREADY COVERS.        *
000350*--------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MONITOR-CONTROL-FILE ASSIGN TO STRCTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MONITOR-CONTROL-STATUS.
000420*
000430     SELECT DAILY-IN-FILE    ASSIGN TO STRIN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DAILY-IN-STATUS.
000460*
000470     SELECT SEEN-IN-FILE     ASSIGN TO SEENIN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SEEN-IN-STATUS.
000500*
000510     SELECT CASE-FILE        ASSIGN TO STRCASE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CASE-FILE-STATUS.
000540*
000550     SELECT REVIEW-REPORT-FILE ASSIGN TO STRRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS REVIEW-REPORT-STATUS.
000580*
000590     SELECT MONITOR-SORT-FILE ASSIGN TO SORTWK01.
000600*
000610     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS BUSINESS-DATE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  MONITOR-CONTROL-FILE
000680     RECORDING MODE IS F.
000690 01  MONITOR-CONTROL-RECORD.
000700     05  MCC-AGG-THRESHOLD   PIC X(09).
000710     05  MCC-ITEM-LIMIT      PIC X(07).
000720     05  MCC-NEAR-FLOOR      PIC X(07).
000730     05  MCC-NEAR-REPEATS    PIC X(03).
000740     05  MCC-BRANCH-MIN      PIC X(03).
000750     05  MCC-WINDOW-NIGHTS   PIC X(02).
000760     05  FILLER              PIC X(49).
000770*
000780 FD  DAILY-IN-FILE
000790     RECORDING MODE IS F.
000800 01  DAILY-IN-RECORD.
000810     05  DIN-ACCOUNT         PIC X(10).
000820     05  DIN-BRANCH          PIC X(04).
000830     05  DIN-TRAN-DATE       PIC X(08).
000840     05  DIN-AMOUNT          PIC X(07).
000850     05  DIN-TYPE-CODE       PIC X(02).
000860*
000870 FD  SEEN-IN-FILE
000880     RECORDING MODE IS F.
000890 01  SEEN-IN-RECORD.
000900     05  SNI-PROC-DATE       PIC X(08).
000910     05  SNI-BUSINESS-KEY.
000920         10  SNI-ACCOUNT     PIC X(10).
000930         10  SNI-BRANCH      PIC X(04).
000940         10  SNI-TRAN-DATE   PIC X(08).
000950         10  SNI-AMOUNT      PIC X(07).
000960         10  SNI-TYPE-CODE   PIC X(02).
000970     05  FILLER              PIC X(01).
000980*
000990 FD  CASE-FILE
001000     RECORDING MODE IS F.
001010 01  CASE-RECORD.
001020     05  SCF-ACCOUNT         PIC X(10).
001030     05  SCF-FLAG            PIC X(01).
001040     05  SCF-OPENED          PIC 9(08).
001050     05  SCF-FROM-DATE       PIC 9(08).
001060     05  SCF-THRU-DATE       PIC 9(08).
001070     05  SCF-ITEMS           PIC 9(07).
001080     05  SCF-TOTAL           PIC 9(11).
001090     05  SCF-NEAR-COUNT      PIC 9(03).
001100     05  SCF-BRANCH-COUNT    PIC 9(03).
001110     05  FILLER              PIC X(21).
001120*
001130 FD  REVIEW-REPORT-FILE
001140     RECORDING MODE IS F.
001150 01  REVIEW-REPORT-RECORD    PIC X(80).
001160*
001170*--------------------------------------------------------------*
001180* ONE SORT STREAM CARRIES THE ACCOUNT'S CASES (KIND 0) AND ITS *
001190* ACTIVITY IN THE WINDOW (KIND 1), SO AT EACH ACCOUNT BREAK    *
001200* THE CASES ON FILE ARE ALREADY IN HAND - NO CASE TABLE, NO    *
001210* CEILING ON THE NUMBER OF ACCOUNTS OR CASES.                  *
001220*--------------------------------------------------------------*
001230 SD  MONITOR-SORT-FILE.
001240 01  MONITOR-SORT-RECORD.
001250     05  SRT-ACCOUNT         PIC X(10).
001260     05  SRT-KIND            PIC X(01).
001270     05  SRT-BRANCH          PIC X(04).
001280     05  SRT-POST-DATE       PIC 9(08).
001290     05  SRT-AMOUNT          PIC 9(07).
001300     05  SRT-CASE-FLAG       PIC X(01).
001310     05  SRT-CASE-OPENED     PIC 9(08).
001320     05  SRT-CASE-THRU       PIC 9(08).
001330*
001340 FD  BUSINESS-DATE-FILE
001350     RECORDING MODE IS F.
001360 01  BUSINESS-DATE-RECORD.
001370     05  BDR-BUSINESS-DATE   PIC X(08).
001380     05  FILLER              PIC X(72).
001390*
001400 WORKING-STORAGE SECTION.
001410*--------------------------------------------------------------*
001420* FILE STATUS SAVE AREAS                                       *
001430*--------------------------------------------------------------*
001440 01  MONITOR-CONTROL-STATUS  PIC X(02) VALUE SPACES.
001450     88  MONITOR-CONTROL-OK            VALUE "00".
001460 01  DAILY-IN-STATUS         PIC X(02) VALUE SPACES.
001470     88  DAILY-IN-OK                   VALUE "00".
001480 01  SEEN-IN-STATUS          PIC X(02) VALUE SPACES.
001490     88  SEEN-IN-OK                    VALUE "00".
001500 01  CASE-FILE-STATUS        PIC X(02) VALUE SPACES.
001510     88  CASE-FILE-OK                  VALUE "00".
001520 01  REVIEW-REPORT-STATUS    PIC X(02) VALUE SPACES.
001530     88  REVIEW-REPORT-OK              VALUE "00".
001540 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001550     88  BUSINESS-DATE-OK              VALUE "00".
001560*
001570*--------------------------------------------------------------*
001580* SWITCHES                                                     *
001590*--------------------------------------------------------------*
001600 01  STR-SWITCHES.
001610     05  DAILY-EOF-SW        PIC X(01) VALUE "N".
001620         88  DAILY-EOF-YES             VALUE "Y".
001630         88  DAILY-EOF-NO              VALUE "N".
001640     05  SEEN-EOF-SW         PIC X(01) VALUE "N".
001650         88  SEEN-EOF-YES              VALUE "Y".
001660         88  SEEN-EOF-NO               VALUE "N".
001670     05  CASE-EOF-SW         PIC X(01) VALUE "N".
001680         88  CASE-EOF-YES              VALUE "Y".
001690         88  CASE-EOF-NO               VALUE "N".
001700     05  SORT-EOF-SW         PIC X(01) VALUE "N".
001710         88  SORT-EOF-YES              VALUE "Y".
001720         88  SORT-EOF-NO               VALUE "N".
001730     05  HALT-SW             PIC X(01) VALUE "N".
001740         88  MONITOR-HALTED            VALUE "Y".
001750         88  MONITOR-GO                VALUE "N".
001760     05  CASE-OPEN-SW        PIC X(01) VALUE "N".
001770         88  CASE-OPEN-YES             VALUE "Y".
001780         88  CASE-OPEN-NO              VALUE "N".
001790     05  DATE-FOUND-SW       PIC X(01) VALUE "N".
001800         88  DATE-FOUND-YES            VALUE "Y".
001810         88  DATE-FOUND-NO             VALUE "N".
001820*
001830*--------------------------------------------------------------*
001840* MONITORING LIMITS - FROM THE STRCTL CARD. A MISSING CARD OR  *
001850* A BLANK OR NON-NUMERIC FIELD TAKES THE DEFAULT BELOW (RC 4). *
001860* THE WINDOW IS COUNTED IN POSTING NIGHTS, TONIGHT INCLUDED,   *
001870* AND CANNOT REACH BACK PAST THE FIVE RECENTLY-SEEN            *
001880* GENERATIONS THE NIGHTLY SORT KEEPS.                          *
001890*--------------------------------------------------------------*
001900 01  STR-AGG-THRESHOLD       PIC 9(09) VALUE 10000.
001910 01  STR-ITEM-LIMIT          PIC 9(07) VALUE 10000.
001920 01  STR-NEAR-FLOOR          PIC 9(07) VALUE 9000.
001930 01  STR-NEAR-REPEATS        PIC 9(03) VALUE 2.
001940 01  STR-BRANCH-MIN          PIC 9(03) VALUE 3.
001950 01  STR-WINDOW-NIGHTS       PIC 9(02) VALUE 5.
001960 01  STR-WINDOW-MAX          PIC 9(02) VALUE 6.
001970*
001980*--------------------------------------------------------------*
001990* PRIOR POSTING NIGHTS FOUND ON THE RECENTLY-SEEN GENERATIONS, *
002000* NEWEST FIRST, KEPT ONLY AS DEEP AS THE WINDOW NEEDS. THE     *
002010* OLDEST ONE KEPT IS THE FIRST NIGHT INSIDE THE WINDOW.        *
002020*--------------------------------------------------------------*
002030 01  STR-NIGHT-MAX           PIC 9(02) VALUE 0.
002040 01  STR-NIGHT-COUNT         PIC 9(02) VALUE 0.
002050 01  STR-NIGHT-TABLE.
002060     05  STR-NIGHT-DATE      PIC 9(08) OCCURS 10 TIMES.
002070 01  N-IX                    PIC 9(02) VALUE 0.
002080 01  M-IX                    PIC 9(02) VALUE 0.
002090 01  STR-WORK-DATE           PIC 9(08) VALUE 0.
002100 01  STR-WINDOW-FROM         PIC 9(08) VALUE 0.
002110*
002120*--------------------------------------------------------------*
002130* FLAG TABLE - ONE ENTRY PER REASON AN ACCOUNT CAN BE FLAGGED, *
002140* WITH THE NEWEST CASE ON FILE FOR THE CURRENT ACCOUNT.        *
002150*--------------------------------------------------------------*
002160 01  STR-FLAG-VALUES.
002170     05  FILLER              PIC X(25) VALUE
002180         "AAGGREGATE OVER THRESHOLD".
002190     05  FILLER              PIC X(25) VALUE
002200         "NREPEATED JUST-UNDER AMTS".
002210     05  FILLER              PIC X(25) VALUE
002220         "BACTIVE AT MANY BRANCHES ".
002230 01  STR-FLAG-TABLE REDEFINES STR-FLAG-VALUES.
002240     05  STR-FLAG-ENTRY OCCURS 3 TIMES.
002250         10  STR-FLAG-CODE   PIC X(01).
002260         10  STR-FLAG-REASON PIC X(24).
002270 01  STR-CASE-HOLD.
002280     05  STR-CASE-ENTRY OCCURS 3 TIMES.
002290         10  STR-CASE-THRU   PIC 9(08).
002300         10  STR-CASE-RERUN  PIC X(01).
002310 01  F-IX                    PIC 9(01) VALUE 0.
002320 01  STR-FLAG-COUNT          PIC 9(01) VALUE 3.
002330*
002340*--------------------------------------------------------------*
002350* CONTROL-BREAK HOLD AREAS AND ACCUMULATORS                    *
002360*--------------------------------------------------------------*
002370 01  STR-CUR-ACCOUNT         PIC X(10) VALUE SPACES.
002380 01  STR-CUR-BRANCH          PIC X(04) VALUE SPACES.
002390 01  STR-ACCT-ITEMS          PIC 9(07) VALUE 0.
002400 01  STR-ACCT-TOTAL          PIC 9(11) VALUE 0.
002410 01  STR-ACCT-NEAR           PIC 9(03) VALUE 0.
002420 01  STR-ACCT-BRANCHES       PIC 9(03) VALUE 0.
002430 01  STR-ACCT-FROM           PIC 9(08) VALUE 0.
002440 01  STR-ACCT-THRU           PIC 9(08) VALUE 0.
002450*
002460*--------------------------------------------------------------*
002470* RUN CONTROL AND COUNTERS                                     *
002480*--------------------------------------------------------------*
002490 01  STR-RUN-DATE            PIC 9(08) VALUE 0.
002500 01  STR-WORK-AMOUNT         PIC 9(07) VALUE 0.
002510 01  STR-TODAY-COUNT         PIC 9(07) VALUE 0.
002520 01  STR-PRIOR-COUNT         PIC 9(07) VALUE 0.
002530 01  STR-OUTSIDE-COUNT       PIC 9(07) VALUE 0.
002540 01  STR-SKIP-COUNT          PIC 9(07) VALUE 0.
002550 01  STR-CASES-READ          PIC 9(07) VALUE 0.
002560 01  STR-ACCOUNTS-SEEN       PIC 9(07) VALUE 0.
002570 01  STR-FLAGS-NEW           PIC 9(07) VALUE 0.
002580 01  STR-FLAGS-ON-FILE       PIC 9(07) VALUE 0.
002590 01  STR-CASES-WRITTEN       PIC 9(07) VALUE 0.
002600*
002610*--------------------------------------------------------------*
002620* COMPLIANCE REVIEW REPORT LINE LAYOUTS                        *
002630*--------------------------------------------------------------*
002640 01  STR-HEADING-1.
002650     05  FILLER              PIC X(30) VALUE
002660         "NUMSTRUC LARGE-ACTIVITY REVIEW".
002670     05  FILLER              PIC X(17) VALUE
002680         "  BUSINESS DATE: ".
002690     05  SH1-DATE            PIC 9(08).
002700 01  STR-LIMIT-LINE-1.
002710     05  FILLER              PIC X(22) VALUE
002720         "AGGREGATE THRESHOLD = ".
002730     05  SL1-THRESHOLD       PIC Z(8)9.
002740     05  FILLER              PIC X(16) VALUE
002750         "  ITEM LIMIT = ".
002760     05  SL1-ITEM-LIMIT      PIC Z(6)9.
002770 01  STR-LIMIT-LINE-2.
002780     05  FILLER              PIC X(22) VALUE
002790         "JUST-UNDER FROM     = ".
002800     05  SL2-NEAR-FLOOR      PIC Z(8)9.
002810     05  FILLER              PIC X(16) VALUE
002820         "  REPEATS    = ".
002830     05  SL2-NEAR-REPEATS    PIC Z(6)9.
002840     05  FILLER              PIC X(13) VALUE
002850         "  BRANCHES = ".
002860     05  SL2-BRANCH-MIN      PIC ZZ9.
002870 01  STR-WINDOW-LINE.
002880     05  FILLER              PIC X(22) VALUE
002890         "WINDOW (NIGHTS)     = ".
002900     05  SWL-NIGHTS          PIC Z(8)9.
002910     05  FILLER              PIC X(16) VALUE
002920         "  POSTED FROM ".
002930     05  SWL-FROM            PIC 9(08).
002940     05  FILLER              PIC X(04) VALUE " TO ".
002950     05  SWL-THRU            PIC 9(08).
002960 01  STR-HEADING-2.
002970     05  FILLER              PIC X(39) VALUE
002980         "ACCOUNT    ITEMS       TOTAL  NR  BR FR".
002990     05  FILLER              PIC X(31) VALUE
003000         "OM     THRU     REASON FLAGGED".
003010 01  STR-DETAIL-LINE.
003020     05  SDL-ACCOUNT         PIC X(10).
003030     05  FILLER              PIC X(01) VALUE SPACE.
003040     05  SDL-ITEMS           PIC Z(4)9.
003050     05  FILLER              PIC X(01) VALUE SPACE.
003060     05  SDL-TOTAL           PIC Z(10)9.
003070     05  FILLER              PIC X(01) VALUE SPACE.
003080     05  SDL-NEAR            PIC ZZ9.
003090     05  FILLER              PIC X(01) VALUE SPACE.
003100     05  SDL-BRANCHES        PIC ZZ9.
003110     05  FILLER              PIC X(01) VALUE SPACE.
003120     05  SDL-FROM            PIC 9(08).
003130     05  FILLER              PIC X(01) VALUE SPACE.
003140     05  SDL-THRU            PIC 9(08).
003150     05  FILLER              PIC X(01) VALUE SPACE.
003160     05  SDL-REASON          PIC X(24).
003170 01  STR-NONE-LINE.
003180     05  FILLER              PIC X(29) VALUE
003190         "NO ACCOUNTS FLAGGED TONIGHT".
003200 01  STR-TOTAL-LINE.
003210     05  STL-LABEL           PIC X(30).
003220     05  STL-COUNT           PIC Z(6)9.
003230*
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003280     PERFORM 2000-SORT-AND-MONITOR THRU 2000-EXIT.
003290     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
003300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003310*
003320*--------------------------------------------------------------*
003330* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE REPORT OPEN  *
003340*--------------------------------------------------------------*
003350 1000-INITIALIZE.
003360     ACCEPT STR-RUN-DATE FROM DATE YYYYMMDD.
003370     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003380*
003390     OPEN OUTPUT REVIEW-REPORT-FILE.
003400     IF NOT REVIEW-REPORT-OK
003410         DISPLAY "NUMSTRUC - UNABLE TO OPEN REVIEW-REPORT-FILE, "
003420             "STATUS = " REVIEW-REPORT-STATUS
003430         MOVE 16 TO RETURN-CODE
003440         SET MONITOR-HALTED TO TRUE
003450         GO TO 1000-EXIT
003460     END-IF.
003470     MOVE STR-RUN-DATE TO SH1-DATE.
003480     WRITE REVIEW-REPORT-RECORD FROM STR-HEADING-1.
003490 1000-EXIT.
003500     EXIT.
003510*
003520*--------------------------------------------------------------*
003530* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
003540*                          THE BUSINESS-DATE CONTROL RECORD    *
003550*                          THE NUMBDATE STEP MAINTAINS. IT IS  *
003560*                          TONIGHT'S POSTING DATE, WHICH ENDS  *
003570*                          THE WINDOW. MISSING OR UNREADABLE   *
003580*                          CONTROL FALLS BACK TO THE WALL      *
003590*                          CLOCK WITH RC 4.                    *
003600*--------------------------------------------------------------*
003610 1050-GET-BUSINESS-DATE.
003620     OPEN INPUT BUSINESS-DATE-FILE.
003630     IF NOT BUSINESS-DATE-OK
003640         DISPLAY "NUMSTRUC - *** WARNING - NO BUSINESS-DATE "
003650             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
003660             "), WALL-CLOCK DATE IN USE ***"
003670         IF RETURN-CODE < 4
003680             MOVE 4 TO RETURN-CODE
003690         END-IF
003700         GO TO 1050-EXIT
003710     END-IF.
003720     READ BUSINESS-DATE-FILE
003730         AT END
003740             DISPLAY "NUMSTRUC - *** WARNING - BUSINESS-DATE "
003750                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
003760             IF RETURN-CODE < 4
003770                 MOVE 4 TO RETURN-CODE
003780             END-IF
003790             GO TO 1050-CLOSE
003800     END-READ.
003810     IF BDR-BUSINESS-DATE NUMERIC
003820         MOVE BDR-BUSINESS-DATE TO STR-RUN-DATE
003830     ELSE
003840         DISPLAY "NUMSTRUC - *** WARNING - BUSINESS-DATE "
003850             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
003860             "USE ***"
003870         IF RETURN-CODE < 4
003880             MOVE 4 TO RETURN-CODE
003890         END-IF
003900     END-IF.
003910 1050-CLOSE.
003920     CLOSE BUSINESS-DATE-FILE.
003930 1050-EXIT.
003940     EXIT.
003950*
003960*--------------------------------------------------------------*
003970* 1100-READ-CONTROL-CARD - THE STRCTL CARD:                    *
003980*                            COLS  1-9  AGGREGATE THRESHOLD    *
003990*                            COLS 10-16 SINGLE-ITEM LIMIT      *
004000*                            COLS 17-23 JUST-UNDER FLOOR       *
004010*                            COLS 24-26 JUST-UNDER REPEATS     *
004020*                            COLS 27-29 BRANCH COUNT           *
004030*                            COLS 30-31 WINDOW IN NIGHTS       *
004040*                          AN AMOUNT AT OR ABOVE THE FLOOR BUT *
004050*                          BELOW THE ITEM LIMIT IS "JUST       *
004060*                          UNDER". A BLANK FIELD TAKES ITS     *
004070*                          DEFAULT QUIETLY; A NON-NUMERIC ONE  *
004080*                          TAKES IT WITH RC 4.                 *
004090*--------------------------------------------------------------*
004100 1100-READ-CONTROL-CARD.
004110     OPEN INPUT MONITOR-CONTROL-FILE.
004120     IF NOT MONITOR-CONTROL-OK
004130         DISPLAY "NUMSTRUC - *** WARNING - NO STRCTL CARD "
004140             "(STATUS = " MONITOR-CONTROL-STATUS
004150             "), DEFAULT LIMITS IN USE ***"
004160         IF RETURN-CODE < 4
004170             MOVE 4 TO RETURN-CODE
004180         END-IF
004190         GO TO 1100-SHOW
004200     END-IF.
004210     READ MONITOR-CONTROL-FILE
004220         AT END
004230             DISPLAY "NUMSTRUC - *** WARNING - STRCTL CARD "
004240                 "EMPTY, DEFAULT LIMITS IN USE ***"
004250             IF RETURN-CODE < 4
004260                 MOVE 4 TO RETURN-CODE
004270             END-IF
004280             GO TO 1100-CLOSE
004290     END-READ.
004300*
004310     IF MCC-AGG-THRESHOLD NUMERIC
004320             AND MCC-AGG-THRESHOLD NOT = ZERO
004330         MOVE MCC-AGG-THRESHOLD TO STR-AGG-THRESHOLD
004340     ELSE
004350         IF MCC-AGG-THRESHOLD NOT = SPACES
004360             PERFORM 1150-BAD-CARD-FIELD THRU 1150-EXIT
004370         END-IF
004380     END-IF.
004390     IF MCC-ITEM-LIMIT NUMERIC AND MCC-ITEM-LIMIT NOT = ZERO
004400         MOVE MCC-ITEM-LIMIT TO STR-ITEM-LIMIT
004410     ELSE
004420         IF MCC-ITEM-LIMIT NOT = SPACES
004430             PERFORM 1150-BAD-CARD-FIELD THRU 1150-EXIT
004440         END-IF
004450     END-IF.
004460     IF MCC-NEAR-FLOOR NUMERIC
004470         MOVE MCC-NEAR-FLOOR TO STR-NEAR-FLOOR
004480     ELSE
004490         IF MCC-NEAR-FLOOR NOT = SPACES
004500             PERFORM 1150-BAD-CARD-FIELD THRU 1150-EXIT
004510         END-IF
004520     END-IF.
004530     IF MCC-NEAR-REPEATS NUMERIC
004540             AND MCC-NEAR-REPEATS NOT = ZERO
004550         MOVE MCC-NEAR-REPEATS TO STR-NEAR-REPEATS
004560     ELSE
004570         IF MCC-NEAR-REPEATS NOT = SPACES
004580             PERFORM 1150-BAD-CARD-FIELD THRU 1150-EXIT
004590         END-IF
004600     END-IF.
004610     IF MCC-BRANCH-MIN NUMERIC AND MCC-BRANCH-MIN NOT = ZERO
004620         MOVE MCC-BRANCH-MIN TO STR-BRANCH-MIN
004630     ELSE
004640         IF MCC-BRANCH-MIN NOT = SPACES
004650             PERFORM 1150-BAD-CARD-FIELD THRU 1150-EXIT
004660         END-IF
004670     END-IF.
004680     IF MCC-WINDOW-NIGHTS NUMERIC
004690             AND MCC-WINDOW-NIGHTS NOT = ZERO
004700         MOVE MCC-WINDOW-NIGHTS TO STR-WINDOW-NIGHTS
004710     ELSE
004720         IF MCC-WINDOW-NIGHTS NOT = SPACES
004730             PERFORM 1150-BAD-CARD-FIELD THRU 1150-EXIT
004740         END-IF
004750     END-IF.
004760*
004770     IF STR-NEAR-FLOOR >= STR-ITEM-LIMIT
004780         DISPLAY "NUMSTRUC - *** WARNING - JUST-UNDER FLOOR "
004790             STR-NEAR-FLOOR " NOT BELOW ITEM LIMIT "
004800             STR-ITEM-LIMIT ", FLOOR SET TO 90 PCT ***"
004810         COMPUTE STR-NEAR-FLOOR = STR-ITEM-LIMIT * 9 / 10
004820         IF RETURN-CODE < 4
004830             MOVE 4 TO RETURN-CODE
004840         END-IF
004850     END-IF.
004860     IF STR-WINDOW-NIGHTS > STR-WINDOW-MAX
004870         DISPLAY "NUMSTRUC - *** WARNING - WINDOW OF "
004880             STR-WINDOW-NIGHTS " NIGHTS CUT TO " STR-WINDOW-MAX
004890             " - NO OLDER POSTED HISTORY IS KEPT ***"
004900         MOVE STR-WINDOW-MAX TO STR-WINDOW-NIGHTS
004910         IF RETURN-CODE < 4
004920             MOVE 4 TO RETURN-CODE
004930         END-IF
004940     END-IF.
004950 1100-CLOSE.
004960     CLOSE MONITOR-CONTROL-FILE.
004970 1100-SHOW.
004980     COMPUTE STR-NIGHT-MAX = STR-WINDOW-NIGHTS - 1.
004990     IF REVIEW-REPORT-OK
005000         MOVE STR-AGG-THRESHOLD TO SL1-THRESHOLD
005010         MOVE STR-ITEM-LIMIT TO SL1-ITEM-LIMIT
005020         WRITE REVIEW-REPORT-RECORD FROM STR-LIMIT-LINE-1
005030         MOVE STR-NEAR-FLOOR TO SL2-NEAR-FLOOR
005040         MOVE STR-NEAR-REPEATS TO SL2-NEAR-REPEATS
005050         MOVE STR-BRANCH-MIN TO SL2-BRANCH-MIN
005060         WRITE REVIEW-REPORT-RECORD FROM STR-LIMIT-LINE-2
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005100*
005110*--------------------------------------------------------------*
005120* 1150-BAD-CARD-FIELD - A STRCTL FIELD THAT IS NOT A USABLE    *
005130*                       NUMBER. THE DEFAULT STANDS.            *
005140*--------------------------------------------------------------*
005150 1150-BAD-CARD-FIELD.
005160     DISPLAY "NUMSTRUC - *** WARNING - STRCTL FIELD NOT "
005170         "NUMERIC OR ZERO, DEFAULT KEPT: " MONITOR-CONTROL-RECORD.
005180     IF RETURN-CODE < 4
005190         MOVE 4 TO RETURN-CODE
005200     END-IF.
005210 1150-EXIT.
005220     EXIT.
005230*
005240*--------------------------------------------------------------*
005250* 2000-SORT-AND-MONITOR - THE CASE FILE, TONIGHT'S POSTED      *
005260*                         RECORDS AND THE PRIOR NIGHTS' ARE    *
005270*                         RELEASED TO ONE SORT ON ACCOUNT, AND *
005280*                         THE OUTPUT PROCEDURE JUDGES EACH     *
005290*                         ACCOUNT AT ITS BREAK. NOTHING IS     *
005300*                         JUDGED IF THE CASE FILE CANNOT BE    *
005310*                         READ - WITHOUT IT EVERY OPEN CASE    *
005320*                         WOULD BE RAISED AGAIN.               *
005330*--------------------------------------------------------------*
005340 2000-SORT-AND-MONITOR.
005350     IF MONITOR-HALTED
005360         GO TO 2000-EXIT
005370     END-IF.
005380     SORT MONITOR-SORT-FILE
005390         ASCENDING KEY SRT-ACCOUNT
005400         ASCENDING KEY SRT-KIND
005410         ASCENDING KEY SRT-BRANCH
005420         ASCENDING KEY SRT-POST-DATE
005430         INPUT PROCEDURE IS 2100-RELEASE-INPUT
005440             THRU 2100-EXIT
005450         OUTPUT PROCEDURE IS 4000-JUDGE-ACCOUNTS
005460             THRU 4000-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490*
005500*--------------------------------------------------------------*
005510* 2100-RELEASE-INPUT - SORT INPUT PROCEDURE. CASES FIRST, THEN *
005520*                      TONIGHT, THEN THE PRIOR NIGHTS. ONCE    *
005530*                      ALL PRIOR NIGHTS HAVE BEEN SEEN THE     *
005540*                      FIRST NIGHT OF THE WINDOW IS KNOWN, AND *
005550*                      THE OUTPUT PROCEDURE DROPS ANYTHING     *
005560*                      OLDER.                                  *
005570*--------------------------------------------------------------*
005580 2100-RELEASE-INPUT.
005590     PERFORM 2200-RELEASE-CASES THRU 2200-EXIT.
005600     IF MONITOR-HALTED
005610         GO TO 2100-EXIT
005620     END-IF.
005630     PERFORM 2300-RELEASE-TONIGHT THRU 2300-EXIT.
005640     IF MONITOR-HALTED
005650         GO TO 2100-EXIT
005660     END-IF.
005670     PERFORM 2400-RELEASE-PRIOR THRU 2400-EXIT.
005680*
005690     MOVE STR-RUN-DATE TO STR-WINDOW-FROM.
005700     IF STR-NIGHT-COUNT > 0
005710         MOVE STR-NIGHT-DATE(STR-NIGHT-COUNT) TO STR-WINDOW-FROM
005720     END-IF.
005730     IF STR-NIGHT-COUNT < STR-NIGHT-MAX
005740         DISPLAY "NUMSTRUC - ONLY " STR-NIGHT-COUNT
005750             " PRIOR POSTING NIGHTS ON FILE, WINDOW IS SHORT"
005760     END-IF.
005770     IF REVIEW-REPORT-OK
005780         MOVE STR-WINDOW-NIGHTS TO SWL-NIGHTS
005790         MOVE STR-WINDOW-FROM TO SWL-FROM
005800         MOVE STR-RUN-DATE TO SWL-THRU
005810         WRITE REVIEW-REPORT-RECORD FROM STR-WINDOW-LINE
005820         MOVE SPACES TO REVIEW-REPORT-RECORD
005830         WRITE REVIEW-REPORT-RECORD
005840         WRITE REVIEW-REPORT-RECORD FROM STR-HEADING-2
005850     END-IF.
005860 2100-EXIT.
005870     EXIT.
005880*
005890*--------------------------------------------------------------*
005900* 2200-RELEASE-CASES - ONE KIND-0 SORT RECORD PER CASE ON      *
005910*                      FILE. NO CASE FILE YET IS A NORMAL      *
005920*                      FIRST NIGHT; AN UNREADABLE ONE HALTS    *
005930*                      THE RUN (RC 16).                        *
005940*--------------------------------------------------------------*
005950 2200-RELEASE-CASES.
005960     OPEN INPUT CASE-FILE.
005970     IF CASE-FILE-STATUS = "35"
005980         DISPLAY "NUMSTRUC - NO CASE FILE YET"
005990         GO TO 2200-EXIT
006000     END-IF.
006010     IF NOT CASE-FILE-OK
006020         DISPLAY "NUMSTRUC - UNABLE TO OPEN CASE-FILE, "
006030             "STATUS = " CASE-FILE-STATUS
006040         MOVE 16 TO RETURN-CODE
006050         SET MONITOR-HALTED TO TRUE
006060         GO TO 2200-EXIT
006070     END-IF.
006080*
006090     SET CASE-EOF-NO TO TRUE.
006100     PERFORM 2250-READ-CASE THRU 2250-EXIT.
006110     PERFORM UNTIL CASE-EOF-YES
006120         IF SCF-ACCOUNT NOT = SPACES
006130                 AND SCF-OPENED NUMERIC
006140                 AND SCF-THRU-DATE NUMERIC
006150             ADD 1 TO STR-CASES-READ
006160             MOVE SCF-ACCOUNT TO SRT-ACCOUNT
006170             MOVE "0" TO SRT-KIND
006180             MOVE SPACES TO SRT-BRANCH
006190             MOVE ZERO TO SRT-POST-DATE
006200             MOVE ZERO TO SRT-AMOUNT
006210             MOVE SCF-FLAG TO SRT-CASE-FLAG
006220             MOVE SCF-OPENED TO SRT-CASE-OPENED
006230             MOVE SCF-THRU-DATE TO SRT-CASE-THRU
006240             RELEASE MONITOR-SORT-RECORD
006250         END-IF
006260         PERFORM 2250-READ-CASE THRU 2250-EXIT
006270     END-PERFORM.
006280     CLOSE CASE-FILE.
006290 2200-EXIT.
006300     EXIT.
006310*
006320*--------------------------------------------------------------*
006330* 2250-READ-CASE - READ ONE CASE RECORD                        *
006340*--------------------------------------------------------------*
006350 2250-READ-CASE.
006360     READ CASE-FILE
006370         AT END
006380             SET CASE-EOF-YES TO TRUE
006390     END-READ.
006400 2250-EXIT.
006410     EXIT.
006420*
006430*--------------------------------------------------------------*
006440* 2300-RELEASE-TONIGHT - TONIGHT'S SORTED OUTPUT, POSTED UNDER *
006450*                        THE BUSINESS DATE. IT IS OUR OWN      *
006460*                        OUTPUT, SO A DAMAGED RECORD IS        *
006470*                        COUNTED AND SKIPPED (RC 8). WITHOUT   *
006480*                        IT THERE IS NOTHING TO MONITOR.       *
006490*--------------------------------------------------------------*
006500 2300-RELEASE-TONIGHT.
006510     OPEN INPUT DAILY-IN-FILE.
006520     IF NOT DAILY-IN-OK
006530         DISPLAY "NUMSTRUC - UNABLE TO OPEN DAILY-IN-FILE, "
006540             "STATUS = " DAILY-IN-STATUS
006550         MOVE 16 TO RETURN-CODE
006560         SET MONITOR-HALTED TO TRUE
006570         GO TO 2300-EXIT
006580     END-IF.
006590*
006600     SET DAILY-EOF-NO TO TRUE.
006610     PERFORM 2350-READ-DAILY THRU 2350-EXIT.
006620     PERFORM UNTIL DAILY-EOF-YES
006630         IF DIN-ACCOUNT = SPACES OR DIN-AMOUNT NOT NUMERIC
006640             ADD 1 TO STR-SKIP-COUNT
006650             DISPLAY "NUMSTRUC - DAMAGED RECORD SKIPPED: "
006660                 DAILY-IN-RECORD
006670         ELSE
006680             ADD 1 TO STR-TODAY-COUNT
006690             MOVE DIN-ACCOUNT TO SRT-ACCOUNT
006700             MOVE "1" TO SRT-KIND
006710             MOVE DIN-BRANCH TO SRT-BRANCH
006720             MOVE STR-RUN-DATE TO SRT-POST-DATE
006730             MOVE DIN-AMOUNT TO SRT-AMOUNT
006740             MOVE SPACE TO SRT-CASE-FLAG
006750             MOVE ZERO TO SRT-CASE-OPENED
006760             MOVE ZERO TO SRT-CASE-THRU
006770             RELEASE MONITOR-SORT-RECORD
006780         END-IF
006790         PERFORM 2350-READ-DAILY THRU 2350-EXIT
006800     END-PERFORM.
006810     CLOSE DAILY-IN-FILE.
006820 2300-EXIT.
006830     EXIT.
006840*
006850*--------------------------------------------------------------*
006860* 2350-READ-DAILY - READ ONE OF TONIGHT'S POSTED RECORDS       *
006870*--------------------------------------------------------------*
006880 2350-READ-DAILY.
006890     READ DAILY-IN-FILE
006900         AT END
006910             SET DAILY-EOF-YES TO TRUE
006920     END-READ.
006930 2350-EXIT.
006940     EXIT.
006950*
006960*--------------------------------------------------------------*
006970* 2400-RELEASE-PRIOR - THE RECENTLY-SEEN GENERATIONS, EACH     *
006980*                      RECORD STAMPED WITH THE NIGHT IT        *
006990*                      POSTED. ANYTHING STAMPED TONIGHT OR     *
007000*                      LATER IS ALREADY ON TONIGHT'S OUTPUT    *
007010*                      (A STEP RESTARTED AFTER THE NEW         *
007020*                      GENERATION WAS CUT) AND IS LEFT OUT.    *
007030*                      A MISSING FILE NARROWS THE WINDOW TO    *
007040*                      TONIGHT ALONE (RC 4).                   *
007050*--------------------------------------------------------------*
007060 2400-RELEASE-PRIOR.
007070     IF STR-NIGHT-MAX = 0
007080         GO TO 2400-EXIT
007090     END-IF.
007100     OPEN INPUT SEEN-IN-FILE.
007110     IF NOT SEEN-IN-OK
007120         DISPLAY "NUMSTRUC - *** WARNING - UNABLE TO OPEN "
007130             "SEEN-IN-FILE, STATUS = " SEEN-IN-STATUS
007140             ", TONIGHT ONLY ***"
007150         IF RETURN-CODE < 4
007160             MOVE 4 TO RETURN-CODE
007170         END-IF
007180         GO TO 2400-EXIT
007190     END-IF.
007200*
007210     SET SEEN-EOF-NO TO TRUE.
007220     PERFORM 2450-READ-SEEN THRU 2450-EXIT.
007230     PERFORM UNTIL SEEN-EOF-YES
007240         EVALUATE TRUE
007250             WHEN SNI-PROC-DATE NOT NUMERIC
007260                     OR SNI-ACCOUNT = SPACES
007270                     OR SNI-AMOUNT NOT NUMERIC
007280                 ADD 1 TO STR-SKIP-COUNT
007290                 DISPLAY "NUMSTRUC - DAMAGED RECORD SKIPPED: "
007300                     SEEN-IN-RECORD
007310             WHEN SNI-PROC-DATE NOT < STR-RUN-DATE
007320                 CONTINUE
007330             WHEN OTHER
007340                 MOVE SNI-PROC-DATE TO STR-WORK-DATE
007350                 PERFORM 2500-NOTE-NIGHT THRU 2500-EXIT
007360                 ADD 1 TO STR-PRIOR-COUNT
007370                 MOVE SNI-ACCOUNT TO SRT-ACCOUNT
007380                 MOVE "1" TO SRT-KIND
007390                 MOVE SNI-BRANCH TO SRT-BRANCH
007400                 MOVE STR-WORK-DATE TO SRT-POST-DATE
007410                 MOVE SNI-AMOUNT TO SRT-AMOUNT
007420                 MOVE SPACE TO SRT-CASE-FLAG
007430                 MOVE ZERO TO SRT-CASE-OPENED
007440                 MOVE ZERO TO SRT-CASE-THRU
007450                 RELEASE MONITOR-SORT-RECORD
007460         END-EVALUATE
007470         PERFORM 2450-READ-SEEN THRU 2450-EXIT
007480     END-PERFORM.
007490     CLOSE SEEN-IN-FILE.
007500 2400-EXIT.
007510     EXIT.
007520*
007530*--------------------------------------------------------------*
007540* 2450-READ-SEEN - READ ONE RECENTLY-SEEN RECORD               *
007550*--------------------------------------------------------------*
007560 2450-READ-SEEN.
007570     READ SEEN-IN-FILE
007580         AT END
007590             SET SEEN-EOF-YES TO TRUE
007600     END-READ.
007610 2450-EXIT.
007620     EXIT.
007630*
007640*--------------------------------------------------------------*
007650* 2500-NOTE-NIGHT - KEEP STR-WORK-DATE ON THE PRIOR-NIGHT      *
007660*                   TABLE IF IT IS ONE OF THE NEWEST           *
007670*                   STR-NIGHT-MAX NIGHTS SEEN SO FAR. THE      *
007680*                   TABLE STAYS IN DESCENDING DATE ORDER.      *
007690*--------------------------------------------------------------*
007700 2500-NOTE-NIGHT.
007710     SET DATE-FOUND-NO TO TRUE.
007720     PERFORM VARYING N-IX FROM 1 BY 1
007730             UNTIL N-IX > STR-NIGHT-COUNT OR DATE-FOUND-YES
007740         IF STR-NIGHT-DATE(N-IX) = STR-WORK-DATE
007750             SET DATE-FOUND-YES TO TRUE
007760         END-IF
007770     END-PERFORM.
007780     IF DATE-FOUND-YES
007790         GO TO 2500-EXIT
007800     END-IF.
007810*
007820     PERFORM VARYING N-IX FROM 1 BY 1
007830             UNTIL N-IX > STR-NIGHT-COUNT
007840                OR STR-NIGHT-DATE(N-IX) < STR-WORK-DATE
007850         CONTINUE
007860     END-PERFORM.
007870     IF N-IX > STR-NIGHT-MAX
007880         GO TO 2500-EXIT
007890     END-IF.
007900     IF STR-NIGHT-COUNT < STR-NIGHT-MAX
007910         ADD 1 TO STR-NIGHT-COUNT
007920     END-IF.
007930     PERFORM VARYING M-IX FROM STR-NIGHT-COUNT BY -1
007940             UNTIL M-IX <= N-IX
007950         MOVE STR-NIGHT-DATE(M-IX - 1) TO STR-NIGHT-DATE(M-IX)
007960     END-PERFORM.
007970     MOVE STR-WORK-DATE TO STR-NIGHT-DATE(N-IX).
007980 2500-EXIT.
007990     EXIT.
008000*
008010*--------------------------------------------------------------*
008020* 4000-JUDGE-ACCOUNTS - SORT OUTPUT PROCEDURE. FOLDS EACH      *
008030*                       ACCOUNT'S CASES AND WINDOW ACTIVITY    *
008040*                       AND JUDGES THE ACCOUNT AT ITS BREAK.   *
008050*                       THE CASE FILE IS EXTENDED HERE, ONE    *
008060*                       RECORD PER NEW FLAG.                   *
008070*--------------------------------------------------------------*
008080 4000-JUDGE-ACCOUNTS.
008090     IF MONITOR-HALTED
008100         GO TO 4000-EXIT
008110     END-IF.
008120     SET CASE-OPEN-NO TO TRUE.
008130     OPEN EXTEND CASE-FILE.
008140     IF CASE-FILE-STATUS = "35"
008150         OPEN OUTPUT CASE-FILE
008160     END-IF.
008170     IF CASE-FILE-OK
008180         SET CASE-OPEN-YES TO TRUE
008190     ELSE
008200         DISPLAY "NUMSTRUC - UNABLE TO EXTEND CASE-FILE, "
008210             "STATUS = " CASE-FILE-STATUS
008220         MOVE 16 TO RETURN-CODE
008230         SET MONITOR-HALTED TO TRUE
008240         GO TO 4000-EXIT
008250     END-IF.
008260*
008270     SET SORT-EOF-NO TO TRUE.
008280     PERFORM 4100-RETURN-RECORD THRU 4100-EXIT.
008290     IF NOT SORT-EOF-YES
008300         PERFORM 4150-START-ACCOUNT THRU 4150-EXIT
008310     END-IF.
008320     PERFORM UNTIL SORT-EOF-YES
008330         IF SRT-ACCOUNT NOT = STR-CUR-ACCOUNT
008340             PERFORM 4300-END-ACCOUNT THRU 4300-EXIT
008350             PERFORM 4150-START-ACCOUNT THRU 4150-EXIT
008360         END-IF
008370         IF SRT-KIND = "0"
008380             PERFORM 4200-FOLD-CASE THRU 4200-EXIT
008390         ELSE
008400             PERFORM 4250-FOLD-ACTIVITY THRU 4250-EXIT
008410         END-IF
008420         PERFORM 4100-RETURN-RECORD THRU 4100-EXIT
008430     END-PERFORM.
008440     IF STR-CUR-ACCOUNT NOT = SPACES
008450         PERFORM 4300-END-ACCOUNT THRU 4300-EXIT
008460     END-IF.
008470*
008480     IF STR-FLAGS-NEW = 0 AND REVIEW-REPORT-OK
008490         WRITE REVIEW-REPORT-RECORD FROM STR-NONE-LINE
008500     END-IF.
008510     CLOSE CASE-FILE.
008520 4000-EXIT.
008530     EXIT.
008540*
008550*--------------------------------------------------------------*
008560* 4100-RETURN-RECORD - TAKE THE NEXT RECORD FROM THE SORT      *
008570*--------------------------------------------------------------*
008580 4100-RETURN-RECORD.
008590     RETURN MONITOR-SORT-FILE
008600         AT END
008610             SET SORT-EOF-YES TO TRUE
008620     END-RETURN.
008630 4100-EXIT.
008640     EXIT.
008650*
008660*--------------------------------------------------------------*
008670* 4150-START-ACCOUNT - FRESH ACCUMULATORS AND CASE HOLD FOR    *
008680*                      THE NEXT ACCOUNT.                       *
008690*--------------------------------------------------------------*
008700 4150-START-ACCOUNT.
008710     MOVE SRT-ACCOUNT TO STR-CUR-ACCOUNT.
008720     MOVE SPACES TO STR-CUR-BRANCH.
008730     MOVE ZERO TO STR-ACCT-ITEMS.
008740     MOVE ZERO TO STR-ACCT-TOTAL.
008750     MOVE ZERO TO STR-ACCT-NEAR.
008760     MOVE ZERO TO STR-ACCT-BRANCHES.
008770     MOVE ZERO TO STR-ACCT-FROM.
008780     MOVE ZERO TO STR-ACCT-THRU.
008790     PERFORM VARYING F-IX FROM 1 BY 1
008800             UNTIL F-IX > STR-FLAG-COUNT
008810         MOVE ZERO TO STR-CASE-THRU(F-IX)
008820         MOVE "N" TO STR-CASE-RERUN(F-IX)
008830     END-PERFORM.
008840 4150-EXIT.
008850     EXIT.
008860*
008870*--------------------------------------------------------------*
008880* 4200-FOLD-CASE - NOTE THE NEWEST ACTIVITY A CASE OF THIS     *
008890*                  FLAG ALREADY COVERS. A CASE OPENED UNDER    *
008900*                  TONIGHT'S BUSINESS DATE MEANS THIS STEP IS  *
008910*                  BEING RERUN FOR THE SAME NIGHT - THE FLAG   *
008920*                  IS REPORTED AGAIN BUT NOT FILED TWICE.      *
008930*--------------------------------------------------------------*
008940 4200-FOLD-CASE.
008950     PERFORM VARYING F-IX FROM 1 BY 1
008960             UNTIL F-IX > STR-FLAG-COUNT
008970         IF SRT-CASE-FLAG = STR-FLAG-CODE(F-IX)
008980             IF SRT-CASE-OPENED = STR-RUN-DATE
008990                 MOVE "Y" TO STR-CASE-RERUN(F-IX)
009000             ELSE
009010                 IF SRT-CASE-THRU > STR-CASE-THRU(F-IX)
009020                     MOVE SRT-CASE-THRU TO STR-CASE-THRU(F-IX)
009030                 END-IF
009040             END-IF
009050         END-IF
009060     END-PERFORM.
009070 4200-EXIT.
009080     EXIT.
009090*
009100*--------------------------------------------------------------*
009110* 4250-FOLD-ACTIVITY - ONE POSTED ITEM. ITEMS FROM BEFORE THE  *
009120*                      FIRST NIGHT OF THE WINDOW ARE COUNTED   *
009130*                      AND DROPPED. THE STREAM IS IN BRANCH    *
009140*                      ORDER WITHIN THE ACCOUNT, SO EACH       *
009150*                      BRANCH CHANGE IS ONE MORE BRANCH.       *
009160*--------------------------------------------------------------*
009170 4250-FOLD-ACTIVITY.
009180     IF SRT-POST-DATE < STR-WINDOW-FROM
009190         ADD 1 TO STR-OUTSIDE-COUNT
009200         GO TO 4250-EXIT
009210     END-IF.
009220     ADD 1 TO STR-ACCT-ITEMS.
009230     ADD SRT-AMOUNT TO STR-ACCT-TOTAL.
009240     IF SRT-AMOUNT >= STR-NEAR-FLOOR
009250             AND SRT-AMOUNT < STR-ITEM-LIMIT
009260         ADD 1 TO STR-ACCT-NEAR
009270     END-IF.
009280     IF STR-ACCT-ITEMS = 1 OR SRT-BRANCH NOT = STR-CUR-BRANCH
009290         ADD 1 TO STR-ACCT-BRANCHES
009300         MOVE SRT-BRANCH TO STR-CUR-BRANCH
009310     END-IF.
009320     IF STR-ACCT-FROM = 0 OR SRT-POST-DATE < STR-ACCT-FROM
009330         MOVE SRT-POST-DATE TO STR-ACCT-FROM
009340     END-IF.
009350     IF SRT-POST-DATE > STR-ACCT-THRU
009360         MOVE SRT-POST-DATE TO STR-ACCT-THRU
009370     END-IF.
009380 4250-EXIT.
009390     EXIT.
009400*
009410*--------------------------------------------------------------*
009420* 4300-END-ACCOUNT - TEST THE ACCOUNT'S WINDOW AGAINST EACH    *
009430*                    LIMIT. AN ACCOUNT WITH NO ACTIVITY INSIDE *
009440*                    THE WINDOW (CASES ONLY) IS NOT JUDGED.    *
009450*--------------------------------------------------------------*
009460 4300-END-ACCOUNT.
009470     IF STR-ACCT-ITEMS = 0
009480         GO TO 4300-EXIT
009490     END-IF.
009500     ADD 1 TO STR-ACCOUNTS-SEEN.
009510     IF STR-ACCT-TOTAL >= STR-AGG-THRESHOLD
009520         MOVE 1 TO F-IX
009530         PERFORM 4400-RAISE-FLAG THRU 4400-EXIT
009540     END-IF.
009550     IF STR-ACCT-NEAR >= STR-NEAR-REPEATS
009560         MOVE 2 TO F-IX
009570         PERFORM 4400-RAISE-FLAG THRU 4400-EXIT
009580     END-IF.
009590     IF STR-ACCT-BRANCHES >= STR-BRANCH-MIN
009600         MOVE 3 TO F-IX
009610         PERFORM 4400-RAISE-FLAG THRU 4400-EXIT
009620     END-IF.
009630 4300-EXIT.
009640     EXIT.
009650*
009660*--------------------------------------------------------------*
009670* 4400-RAISE-FLAG - FLAG F-IX HAS TRIPPED FOR THE ACCOUNT. IF  *
009680*                   A CASE FOR THE SAME FLAG ALREADY COVERS    *
009690*                   ANY OF THE ACTIVITY IN THE WINDOW, IT IS   *
009700*                   THE SAME ACTIVITY AND IS NOT RAISED AGAIN. *
009710*                   OTHERWISE IT GOES ON THE REVIEW REPORT AND *
009720*                   A NEW CASE IS FILED (NOT ON A RERUN).      *
009730*--------------------------------------------------------------*
009740 4400-RAISE-FLAG.
009750     IF STR-CASE-RERUN(F-IX) NOT = "Y"
009760             AND STR-CASE-THRU(F-IX) >= STR-ACCT-FROM
009770         ADD 1 TO STR-FLAGS-ON-FILE
009780         GO TO 4400-EXIT
009790     END-IF.
009800     ADD 1 TO STR-FLAGS-NEW.
009810     IF REVIEW-REPORT-OK
009820         MOVE STR-CUR-ACCOUNT TO SDL-ACCOUNT
009830         MOVE STR-ACCT-ITEMS TO SDL-ITEMS
009840         MOVE STR-ACCT-TOTAL TO SDL-TOTAL
009850         MOVE STR-ACCT-NEAR TO SDL-NEAR
009860         MOVE STR-ACCT-BRANCHES TO SDL-BRANCHES
009870         MOVE STR-ACCT-FROM TO SDL-FROM
009880         MOVE STR-ACCT-THRU TO SDL-THRU
009890         MOVE STR-FLAG-REASON(F-IX) TO SDL-REASON
009900         WRITE REVIEW-REPORT-RECORD FROM STR-DETAIL-LINE
009910     END-IF.
009920     IF STR-CASE-RERUN(F-IX) = "Y"
009930         GO TO 4400-EXIT
009940     END-IF.
009950*
009960     MOVE SPACES TO CASE-RECORD.
009970     MOVE STR-CUR-ACCOUNT TO SCF-ACCOUNT.
009980     MOVE STR-FLAG-CODE(F-IX) TO SCF-FLAG.
009990     MOVE STR-RUN-DATE TO SCF-OPENED.
010000     MOVE STR-ACCT-FROM TO SCF-FROM-DATE.
010010     MOVE STR-ACCT-THRU TO SCF-THRU-DATE.
010020     MOVE STR-ACCT-ITEMS TO SCF-ITEMS.
010030     MOVE STR-ACCT-TOTAL TO SCF-TOTAL.
010040     MOVE STR-ACCT-NEAR TO SCF-NEAR-COUNT.
010050     MOVE STR-ACCT-BRANCHES TO SCF-BRANCH-COUNT.
010060     WRITE CASE-RECORD.
010070     ADD 1 TO STR-CASES-WRITTEN.
010080 4400-EXIT.
010090     EXIT.
010100*
010110*--------------------------------------------------------------*
010120* 5000-WRITE-TOTALS - CONTROL COUNTS AT THE FOOT OF THE REVIEW *
010130*                     REPORT AND ON THE JOB LOG. DAMAGED INPUT *
010140*                     ENDS RC 8.                               *
010150*--------------------------------------------------------------*
010160 5000-WRITE-TOTALS.
010170     IF STR-SKIP-COUNT > 0
010180         DISPLAY "NUMSTRUC - RECORDS SKIPPED = " STR-SKIP-COUNT
010190         IF RETURN-CODE < 8
010200             MOVE 8 TO RETURN-CODE
010210         END-IF
010220     END-IF.
010230     DISPLAY "NUMSTRUC - ACCOUNTS = " STR-ACCOUNTS-SEEN
010240         ", FLAGGED = " STR-FLAGS-NEW
010250         ", ALREADY ON FILE = " STR-FLAGS-ON-FILE.
010260     IF NOT REVIEW-REPORT-OK
010270         GO TO 5000-EXIT
010280     END-IF.
010290*
010300     MOVE SPACES TO REVIEW-REPORT-RECORD.
010310     WRITE REVIEW-REPORT-RECORD.
010320     MOVE "TONIGHT'S POSTED RECORDS" TO STL-LABEL.
010330     MOVE STR-TODAY-COUNT TO STL-COUNT.
010340     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010350     MOVE "PRIOR NIGHTS' POSTED RECORDS" TO STL-LABEL.
010360     MOVE STR-PRIOR-COUNT TO STL-COUNT.
010370     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010380     MOVE "  OF WHICH BEFORE THE WINDOW" TO STL-LABEL.
010390     MOVE STR-OUTSIDE-COUNT TO STL-COUNT.
010400     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010410     MOVE "DAMAGED RECORDS SKIPPED" TO STL-LABEL.
010420     MOVE STR-SKIP-COUNT TO STL-COUNT.
010430     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010440     MOVE "ACCOUNTS ACTIVE IN WINDOW" TO STL-LABEL.
010450     MOVE STR-ACCOUNTS-SEEN TO STL-COUNT.
010460     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010470     MOVE "FLAGS RAISED FOR REVIEW" TO STL-LABEL.
010480     MOVE STR-FLAGS-NEW TO STL-COUNT.
010490     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010500     MOVE "FLAGS ALREADY UNDER A CASE" TO STL-LABEL.
010510     MOVE STR-FLAGS-ON-FILE TO STL-COUNT.
010520     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010530     MOVE "CASES OPENED" TO STL-LABEL.
010540     MOVE STR-CASES-WRITTEN TO STL-COUNT.
010550     WRITE REVIEW-REPORT-RECORD FROM STR-TOTAL-LINE.
010560     CLOSE REVIEW-REPORT-FILE.
010570 5000-EXIT.
010580     EXIT.
010590*
010600*--------------------------------------------------------------*
010610* 9999-TERMINATE - END OF JOB                                  *
010620*--------------------------------------------------------------*
010630 9999-TERMINATE.
010640     STOP RUN.
010650 9999-EXIT.
010660     EXIT.
