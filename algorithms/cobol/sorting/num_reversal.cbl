000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMREVRS.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. REVERSES POSTED TRANSACTIONS FROM*
000210*                A DECK OF REVERSAL CARDS, EACH CARRYING THE   *
000220*                ORIGINAL RECORD'S FULL KEY (ACCOUNT, BRANCH,  *
000230*                TRAN DATE, AMOUNT, TYPE) AND THE TYPE CODE TO *
000240*                REVERSE IT WITH. THE ORIGINAL MUST BE FOUND ON*
000250*                THE RECENTLY-SEEN GENERATIONS, OR ELSE ON BOTH*
000260*                THE ACCOUNT AND THE VALUE-LEVEL MASTERS AND   *
000270*                THEIR ARCHIVES; THE REVERSING CODE MUST BE ON *
000280*                THE TYPE-CODE FILE ON THE OPPOSITE D/C SIDE.  *
000290*                A PERMANENT REVERSAL HISTORY REFUSES A SECOND *
000300*                REVERSAL OF THE SAME ITEM. CONFIRMED          *
000310*                REVERSALS GO TO A FEED FILE THE NIGHTLY SORT  *
000320*                READS BEHIND SORTIN, EVERY CARD IS ACCOUNTED  *
000330*                FOR ON THE REVERSAL REGISTER, AND ONE "REVR"  *
000340*                RECORD GOES TO THE PERMANENT AUDIT TRAIL.     *
000350* 2026-10-15 RH  TYPE CODES NOW CARRY EFFECTIVE AND RETIRE     *
000360*                DATES. THE REVERSING CODE MUST BE IN EFFECT ON*
000370*                THE BUSINESS DATE THE REVERSAL POSTS UNDER;   *
000380*                THE ORIGINAL'S CODE NEED ONLY BE ON THE FILE, *
000390*                SINCE IT WAS EDITED WHEN THE ITEM POSTED.     *
000400* 2026-10-15 RH  THE CARD'S BRANCH AND ACCOUNT ARE READ FROM   *
000410*                THE KEYED REFERENCE MASTER (REFMAST) AND MUST *
000420*                BE OPEN, THE SAME EDIT THE DAILY SORT LOADS   *
000430*                BY - A REVERSAL THE SORT WOULD REJECT IS      *
000440*                REFUSED HERE INSTEAD OF ISSUED. A MASTER THAT *
000450*                CANNOT BE READ HALTS THE RUN (RC 16). CARDS   *
000460*                PAST THE 500 THE TABLE HOLDS ARE NOW LISTED   *
000470*                ON THE REGISTER AS HELD INSTEAD OF PASSED     *
000480*                OVER.                                         *
000490* 2026-10-15 RH  EACH REVERSAL IS NOW RECORDED ON THE HISTORY  *
000500*                BEFORE ITS OFFSET IS CUT, AND BOTH WRITES ARE *
000510*                CHECKED. A FAILED WRITE HALTS THE RUN (RC 16):*
000520*                THE CARD AND THE REST OF THE DECK ARE HELD,   *
000530*                AND THE REVR RECORD COUNTS ONLY THE OFFSETS   *
000540*                ACTUALLY ON THE FEED.                         *
000550*--------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT REVERSAL-CARD-FILE ASSIGN TO REVCARD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS REVERSAL-CARD-STATUS.
000620*
000630     SELECT SORT-CONTROL-FILE ASSIGN TO SORTCTL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SORT-CONTROL-STATUS.
000660*
000670     SELECT TYPE-MASTER-FILE ASSIGN TO TYPEMAST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS TYPE-MASTER-STATUS.
000700*
000710     SELECT REF-MASTER-FILE  ASSIGN TO REFMAST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RMR-REC-KEY
000750         FILE STATUS IS REF-MASTER-STATUS.
000760*
000770     SELECT SEEN-IN-FILE     ASSIGN TO SEENIN
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS SEEN-IN-STATUS.
000800*
000810     SELECT ACCT-HISTORY-FILE ASSIGN TO ACCTHIST
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS ACCT-HISTORY-STATUS.
000840*
000850     SELECT MTD-HISTORY-FILE ASSIGN TO MTDHIST
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS MTD-HISTORY-STATUS.
000880*
000890     SELECT REVERSAL-HISTORY-FILE ASSIGN TO REVHIST
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS REVERSAL-HISTORY-STATUS.
000920*
000930     SELECT REVERSAL-OUT-FILE ASSIGN TO REVRSOUT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS REVERSAL-OUT-STATUS.
000960*
000970     SELECT REGISTER-FILE    ASSIGN TO REVRPT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS REGISTER-STATUS.
001000*
001010     SELECT AUDIT-TRAIL-FILE ASSIGN TO SORTAUDT
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS AUDIT-TRAIL-STATUS.
001040*
001050     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS BUSINESS-DATE-STATUS.
001080*
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  REVERSAL-CARD-FILE
001120     RECORDING MODE IS F.
001130 01  REVERSAL-CARD-RECORD.
001140     05  RVC-ORIG-KEY.
001150         10  RVC-ACCOUNT     PIC X(10).
001160         10  RVC-BRANCH      PIC X(04).
001170         10  RVC-TRAN-DATE   PIC X(08).
001180         10  RVC-AMOUNT      PIC X(07).
001190         10  RVC-TYPE-CODE   PIC X(02).
001200     05  RVC-REV-TYPE        PIC X(02).
001210     05  RVC-REFERENCE       PIC X(20).
001220     05  FILLER              PIC X(27).
001230*
001240 FD  SORT-CONTROL-FILE
001250     RECORDING MODE IS F.
001260 01  SORT-CONTROL-RECORD.
001270     05  FILLER              PIC X(24).
001280     05  SCC-RUN-MODE        PIC X(01).
001290     05  FILLER              PIC X(55).
001300*
001310 FD  TYPE-MASTER-FILE
001320     RECORDING MODE IS F.
001330 01  TYPE-MASTER-RECORD.
001340     05  TCM-CODE            PIC X(02).
001350     05  TCM-DC              PIC X(01).
001360     05  TCM-DESC            PIC X(20).
001370     05  TCM-EFF-DATE        PIC X(08).
001380     05  TCM-RETIRE-DATE     PIC X(08).
001390     05  FILLER              PIC X(41).
001400*
001410 FD  REF-MASTER-FILE.
001420 01  REF-MASTER-RECORD.
001430     05  RMR-REC-KEY.
001440         10  RMR-REC-TYPE    PIC X(01).
001450         10  RMR-KEY         PIC X(10).
001460     05  RMR-BRANCH          PIC X(04).
001470     05  RMR-STATUS          PIC X(01).
001480     05  RMR-STAT-DATE       PIC X(08).
001490     05  RMR-NAME            PIC X(20).
001500     05  FILLER              PIC X(36).
001510*
001520 FD  SEEN-IN-FILE
001530     RECORDING MODE IS F.
001540 01  SEEN-IN-RECORD.
001550     05  SNI-PROC-DATE       PIC X(08).
001560     05  SNI-BUSINESS-KEY    PIC X(31).
001570     05  FILLER              PIC X(01).
001580*
001590 FD  ACCT-HISTORY-FILE
001600     RECORDING MODE IS F.
001610 01  ACCT-HISTORY-RECORD.
001620     05  OAM-ACCOUNT         PIC X(10).
001630     05  OAM-FIRST-SEEN      PIC 9(08).
001640     05  OAM-LAST-SEEN       PIC 9(08).
001650     05  OAM-TRAN-COUNT      PIC 9(07).
001660     05  OAM-AMT-TOTAL       PIC 9(13).
001670     05  FILLER              PIC X(34).
001680*
001690 FD  MTD-HISTORY-FILE
001700     RECORDING MODE IS F.
001710 01  MTD-HISTORY-RECORD.
001720     05  OMR-VALUE           PIC 9(07).
001730     05  OMR-FIRST-SEEN      PIC 9(08).
001740     05  OMR-LAST-SEEN       PIC 9(08).
001750     05  OMR-OCCUR-COUNT     PIC 9(07).
001760     05  FILLER              PIC X(50).
001770*
001780 FD  REVERSAL-HISTORY-FILE
001790     RECORDING MODE IS F.
001800 01  REVERSAL-HISTORY-RECORD.
001810     05  RVH-ORIG-KEY        PIC X(31).
001820     05  RVH-REV-DATE        PIC 9(08).
001830     05  RVH-REV-TYPE        PIC X(02).
001840     05  RVH-CONFIRM         PIC X(04).
001850     05  RVH-REFERENCE       PIC X(20).
001860     05  RVH-RUN-TIME        PIC 9(06).
001870     05  FILLER              PIC X(09).
001880*
001890 FD  REVERSAL-OUT-FILE
001900     RECORDING MODE IS F.
001910 01  REVERSAL-OUT-RECORD.
001920     05  ROF-ACCOUNT         PIC X(10).
001930     05  ROF-BRANCH          PIC X(04).
001940     05  ROF-TRAN-DATE       PIC 9(08).
001950     05  ROF-AMOUNT          PIC X(07).
001960     05  ROF-TYPE-CODE       PIC X(02).
001970*
001980 FD  REGISTER-FILE
001990     RECORDING MODE IS F.
002000 01  REGISTER-RECORD         PIC X(80).
002010*
002020 FD  AUDIT-TRAIL-FILE
002030     RECORDING MODE IS F.
002040 01  AUDIT-TRAIL-RECORD.
002050     05  RVA-TAG             PIC X(04).
002060     05  RVA-RUN-DATE        PIC 9(08).
002070     05  RVA-RUN-TIME        PIC 9(06).
002080     05  RVA-ISSUED-COUNT    PIC 9(07).
002090     05  RVA-ISSUED-TOTAL    PIC 9(12).
002100     05  RVA-REFUSED-COUNT   PIC 9(07).
002110     05  RVA-HELD-COUNT      PIC 9(07).
002120     05  FILLER              PIC X(29).
002130*
002140 FD  BUSINESS-DATE-FILE
002150     RECORDING MODE IS F.
002160 01  BUSINESS-DATE-RECORD.
002170     05  BDR-BUSINESS-DATE   PIC X(08).
002180     05  FILLER              PIC X(72).
002190*
002200 WORKING-STORAGE SECTION.
002210*--------------------------------------------------------------*
002220* FILE STATUS SAVE AREAS                                       *
002230*--------------------------------------------------------------*
002240 01  REVERSAL-CARD-STATUS    PIC X(02) VALUE SPACES.
002250     88  REVERSAL-CARD-OK              VALUE "00".
002260 01  SORT-CONTROL-STATUS     PIC X(02) VALUE SPACES.
002270     88  SORT-CONTROL-OK               VALUE "00".
002280 01  TYPE-MASTER-STATUS      PIC X(02) VALUE SPACES.
002290     88  TYPE-MASTER-OK                VALUE "00".
002300 01  REF-MASTER-STATUS       PIC X(02) VALUE SPACES.
002310     88  REF-MASTER-OK                 VALUE "00".
002320 01  SEEN-IN-STATUS          PIC X(02) VALUE SPACES.
002330     88  SEEN-IN-OK                    VALUE "00".
002340 01  ACCT-HISTORY-STATUS     PIC X(02) VALUE SPACES.
002350     88  ACCT-HISTORY-OK               VALUE "00".
002360 01  MTD-HISTORY-STATUS      PIC X(02) VALUE SPACES.
002370     88  MTD-HISTORY-OK                VALUE "00".
002380 01  REVERSAL-HISTORY-STATUS PIC X(02) VALUE SPACES.
002390     88  REVERSAL-HISTORY-OK           VALUE "00".
002400 01  REVERSAL-OUT-STATUS     PIC X(02) VALUE SPACES.
002410     88  REVERSAL-OUT-OK               VALUE "00".
002420 01  REGISTER-STATUS         PIC X(02) VALUE SPACES.
002430     88  REGISTER-OK                   VALUE "00".
002440 01  AUDIT-TRAIL-STATUS      PIC X(02) VALUE SPACES.
002450     88  AUDIT-TRAIL-OK                VALUE "00".
002460 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
002470     88  BUSINESS-DATE-OK              VALUE "00".
002480*
002490*--------------------------------------------------------------*
002500* SWITCHES                                                     *
002510*--------------------------------------------------------------*
002520 01  RVS-SWITCHES.
002530     05  CARD-EOF-SW         PIC X(01) VALUE "N".
002540         88  CARD-EOF-YES              VALUE "Y".
002550         88  CARD-EOF-NO               VALUE "N".
002560     05  TYPE-EOF-SW         PIC X(01) VALUE "N".
002570         88  TYPE-EOF-YES              VALUE "Y".
002580         88  TYPE-EOF-NO               VALUE "N".
002590     05  HIST-EOF-SW         PIC X(01) VALUE "N".
002600         88  HIST-EOF-YES              VALUE "Y".
002610         88  HIST-EOF-NO               VALUE "N".
002620     05  SEEN-EOF-SW         PIC X(01) VALUE "N".
002630         88  SEEN-EOF-YES              VALUE "Y".
002640         88  SEEN-EOF-NO               VALUE "N".
002650     05  ACCT-EOF-SW         PIC X(01) VALUE "N".
002660         88  ACCT-EOF-YES              VALUE "Y".
002670         88  ACCT-EOF-NO               VALUE "N".
002680     05  MTD-EOF-SW          PIC X(01) VALUE "N".
002690         88  MTD-EOF-YES               VALUE "Y".
002700         88  MTD-EOF-NO                VALUE "N".
002710     05  HOLD-DECK-SW        PIC X(01) VALUE "N".
002720         88  HOLD-DECK-YES             VALUE "Y".
002730         88  HOLD-DECK-NO              VALUE "N".
002740     05  HALT-SW             PIC X(01) VALUE "N".
002750         88  REVERSALS-HALTED          VALUE "Y".
002760         88  REVERSALS-GO              VALUE "N".
002770     05  TYPE-FOUND-SW       PIC X(01) VALUE "N".
002780         88  TYPE-FOUND-YES            VALUE "Y".
002790         88  TYPE-FOUND-NO             VALUE "N".
002800         88  TYPE-FOUND-INACTIVE       VALUE "I".
002810     05  HIST-OPEN-SW        PIC X(01) VALUE "N".
002820         88  HIST-OPEN-YES             VALUE "Y".
002830         88  HIST-OPEN-NO              VALUE "N".
002840     05  REF-OPEN-SW         PIC X(01) VALUE "N".
002850         88  REF-OPEN-YES              VALUE "Y".
002860         88  REF-OPEN-NO               VALUE "N".
002870     05  REF-FOUND-SW        PIC X(01) VALUE "N".
002880         88  REF-FOUND-YES             VALUE "Y".
002890         88  REF-FOUND-NO              VALUE "N".
002900     05  CARD-OVERFLOW-SW    PIC X(01) VALUE "N".
002910         88  CARD-OVERFLOW-YES         VALUE "Y".
002920         88  CARD-OVERFLOW-NO          VALUE "N".
002930*
002940*--------------------------------------------------------------*
002950* TYPE-CODE TABLE - SAME FILE AND SAME RULES AS THE DAILY      *
002960* SORT'S TYPE-CODE EDIT. A CODE WITH A BAD D/C BYTE IS LEFT    *
002970* OUT, SO NOTHING CAN BE REVERSED ONTO IT. RETIRED AND NOT-    *
002980* YET-EFFECTIVE CODES ARE KEPT WITH THEIR DATES (THE ORIGINAL  *
002990* MAY HAVE POSTED UNDER A CODE SINCE RETIRED), SO THE TABLE    *
003000* HOLDS AS MANY CODES AS THE NUMTYPMT MASTER.                  *
003010*--------------------------------------------------------------*
003020 01  RVS-TYPE-MAX            PIC 9(03) VALUE 200.
003030 01  RVS-TYPE-COUNT          PIC 9(03) VALUE 0.
003040 01  RVS-TYPE-TABLE.
003050     05  RVS-TYPE-ENTRY OCCURS 200 TIMES.
003060         10  RVS-TYPE-CODE   PIC X(02).
003070         10  RVS-TYPE-DC     PIC X(01).
003080         10  RVS-TYPE-EFF    PIC 9(08).
003090         10  RVS-TYPE-RETIRE PIC 9(08).
003100 01  T-IX                    PIC 9(03) VALUE 0.
003110 01  RVS-LOOKUP-CODE         PIC X(02) VALUE SPACES.
003120 01  RVS-LOOKUP-DATE         PIC 9(08) VALUE 0.
003130 01  RVS-FOUND-DC            PIC X(01) VALUE SPACE.
003140 01  RVS-ORIG-DC             PIC X(01) VALUE SPACE.
003150*
003160*--------------------------------------------------------------*
003170* REVERSAL CARD TABLE - THE DECK IS SMALL (ONE CARD PER ITEM   *
003180* THE ORIGINATING DEPARTMENT ASKS TO HAVE BACKED OUT), SO IT   *
003190* IS HELD IN STORAGE AND EVERY CONFIRMING FILE IS READ ONCE    *
003200* AGAINST THE WHOLE DECK. STATE: P = PENDING, R = REFUSED,     *
003210* H = HELD, I = ISSUED.                                        *
003220*--------------------------------------------------------------*
003230 01  RVS-MAX-CARDS           PIC 9(03) VALUE 500.
003240 01  RVS-CARD-COUNT          PIC 9(03) VALUE 0.
003250 01  RVS-CARD-TABLE.
003260     05  RVS-CARD-ITEM OCCURS 1 TO 500 TIMES
003270                 DEPENDING ON RVS-CARD-COUNT.
003280         10  RVT-ORIG-KEY.
003290             15  RVT-ACCOUNT     PIC X(10).
003300             15  RVT-BRANCH      PIC X(04).
003310             15  RVT-TRAN-DATE   PIC X(08).
003320             15  RVT-TRAN-DATE-N REDEFINES RVT-TRAN-DATE
003330                                 PIC 9(08).
003340             15  RVT-AMOUNT      PIC X(07).
003350             15  RVT-AMOUNT-N REDEFINES RVT-AMOUNT
003360                                 PIC 9(07).
003370             15  RVT-TYPE-CODE   PIC X(02).
003380         10  RVT-REV-TYPE        PIC X(02).
003390         10  RVT-REFERENCE       PIC X(20).
003400         10  RVT-STATE           PIC X(01).
003410         10  RVT-REASON          PIC X(25).
003420         10  RVT-SEEN-DATE       PIC X(08).
003430         10  RVT-ACCT-SW         PIC X(01).
003440         10  RVT-VALUE-SW        PIC X(01).
003450         10  RVT-RERUN-SW        PIC X(01).
003460         10  RVT-CONFIRM         PIC X(04).
003470 01  C-IX                    PIC 9(03) VALUE 0.
003480 01  D-IX                    PIC 9(03) VALUE 0.
003490 01  RVS-EDIT-REASON         PIC X(25) VALUE SPACES.
003500 01  RVS-REF-STATUS-BYTE     PIC X(01) VALUE SPACE.
003510*
003520*--------------------------------------------------------------*
003530* RUN CONTROL AND COUNTERS                                     *
003540*--------------------------------------------------------------*
003550 01  RVS-RUN-DATE            PIC 9(08) VALUE 0.
003560 01  RVS-RUN-TIME-RAW.
003570     05  RVS-RUN-HHMMSS      PIC 9(06).
003580     05  FILLER              PIC 9(02).
003590 01  RVS-CARDS-READ          PIC 9(07) VALUE 0.
003600 01  RVS-ISSUED-COUNT        PIC 9(07) VALUE 0.
003610 01  RVS-ISSUED-TOTAL        PIC 9(12) VALUE 0.
003620 01  RVS-REFUSED-COUNT       PIC 9(07) VALUE 0.
003630 01  RVS-HELD-COUNT          PIC 9(07) VALUE 0.
003640*
003650*--------------------------------------------------------------*
003660* REVERSAL REGISTER LINE LAYOUTS                               *
003670*--------------------------------------------------------------*
003680 01  RVS-HEADING-1.
003690     05  FILLER              PIC X(27) VALUE
003700         "NUMREVRS REVERSAL REGISTER ".
003710     05  FILLER              PIC X(17) VALUE
003720         "  BUSINESS DATE: ".
003730     05  RH1-DATE            PIC 9(08).
003740 01  RVS-HEADING-2.
003750     05  FILLER              PIC X(39) VALUE
003760         "ACCOUNT    BRCH TRANDATE AMOUNT  TY RV ".
003770     05  FILLER              PIC X(31) VALUE
003780         "DISPOSITN CONFIRMATION / REASON".
003790 01  RVS-DETAIL-LINE.
003800     05  RDL-ACCOUNT         PIC X(10).
003810     05  FILLER              PIC X(01) VALUE SPACE.
003820     05  RDL-BRANCH          PIC X(04).
003830     05  FILLER              PIC X(01) VALUE SPACE.
003840     05  RDL-TRAN-DATE       PIC X(08).
003850     05  FILLER              PIC X(01) VALUE SPACE.
003860     05  RDL-AMOUNT          PIC X(07).
003870     05  FILLER              PIC X(01) VALUE SPACE.
003880     05  RDL-TYPE-CODE       PIC X(02).
003890     05  FILLER              PIC X(01) VALUE SPACE.
003900     05  RDL-REV-TYPE        PIC X(02).
003910     05  FILLER              PIC X(01) VALUE SPACE.
003920     05  RDL-DISPOSITION     PIC X(09).
003930     05  FILLER              PIC X(01) VALUE SPACE.
003940     05  RDL-NOTE            PIC X(25).
003950 01  RVS-REFERENCE-LINE.
003960     05  FILLER              PIC X(16) VALUE SPACES.
003970     05  FILLER              PIC X(05) VALUE "REF: ".
003980     05  RRL-REFERENCE       PIC X(20).
003990 01  RVS-TOTAL-LINE.
004000     05  RTL-LABEL           PIC X(25).
004010     05  RTL-COUNT           PIC Z(6)9.
004020 01  RVS-AMOUNT-LINE.
004030     05  RAL-LABEL           PIC X(25).
004040     05  RAL-TOTAL           PIC Z(11)9.
004050*
004060 PROCEDURE DIVISION.
004070 0000-MAINLINE.
004080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004090     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004100     PERFORM 1500-LOAD-TYPE-MASTER THRU 1500-EXIT.
004110     PERFORM 1600-OPEN-REF-MASTER THRU 1600-EXIT.
004120     PERFORM 2000-LOAD-CARDS THRU 2000-EXIT.
004130     PERFORM 1650-CLOSE-REF-MASTER THRU 1650-EXIT.
004140     PERFORM 2500-CHECK-HISTORY THRU 2500-EXIT.
004150     PERFORM 3000-MATCH-SEEN THRU 3000-EXIT.
004160     PERFORM 3500-MATCH-ACCOUNTS THRU 3500-EXIT.
004170     PERFORM 3700-MATCH-VALUES THRU 3700-EXIT.
004180     PERFORM 4000-ISSUE-REVERSALS THRU 4000-EXIT.
004190     PERFORM 4500-LIST-OVERFLOW THRU 4500-EXIT.
004200     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
004210     PERFORM 6000-WRITE-AUDIT-TRAIL THRU 6000-EXIT.
004220     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004230*
004240*--------------------------------------------------------------*
004250* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE REGISTER     *
004260*                   OPEN                                       *
004270*--------------------------------------------------------------*
004280 1000-INITIALIZE.
004290     ACCEPT RVS-RUN-DATE FROM DATE YYYYMMDD.
004300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004310     ACCEPT RVS-RUN-TIME-RAW FROM TIME.
004320*
004330     OPEN OUTPUT REGISTER-FILE.
004340     IF NOT REGISTER-OK
004350         DISPLAY "NUMREVRS - UNABLE TO OPEN REGISTER-FILE, "
004360             "STATUS = " REGISTER-STATUS
004370         MOVE 16 TO RETURN-CODE
004380     END-IF.
004390     IF REGISTER-OK
004400         MOVE RVS-RUN-DATE TO RH1-DATE
004410         WRITE REGISTER-RECORD FROM RVS-HEADING-1
004420         WRITE REGISTER-RECORD FROM RVS-HEADING-2
004430     END-IF.
004440 1000-EXIT.
004450     EXIT.
004460*
004470*--------------------------------------------------------------*
004480* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
004490*                          THE BUSINESS-DATE CONTROL RECORD    *
004500*                          THE NUMBDATE STEP MAINTAINS. THE    *
004510*                          REVERSAL RECORDS ARE DATED WITH IT, *
004520*                          SO THEY POST ON THE NIGHT THEY GO   *
004530*                          OUT. MISSING OR UNREADABLE CONTROL  *
004540*                          FALLS BACK TO THE WALL CLOCK WITH   *
004550*                          RC 4.                               *
004560*--------------------------------------------------------------*
004570 1050-GET-BUSINESS-DATE.
004580     OPEN INPUT BUSINESS-DATE-FILE.
004590     IF NOT BUSINESS-DATE-OK
004600         DISPLAY "NUMREVRS - *** WARNING - NO BUSINESS-DATE "
004610             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
004620             "), WALL-CLOCK DATE IN USE ***"
004630         IF RETURN-CODE < 4
004640             MOVE 4 TO RETURN-CODE
004650         END-IF
004660         GO TO 1050-EXIT
004670     END-IF.
004680     READ BUSINESS-DATE-FILE
004690         AT END
004700             DISPLAY "NUMREVRS - *** WARNING - BUSINESS-DATE "
004710                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
004720             IF RETURN-CODE < 4
004730                 MOVE 4 TO RETURN-CODE
004740             END-IF
004750             GO TO 1050-CLOSE
004760     END-READ.
004770     IF BDR-BUSINESS-DATE NUMERIC
004780         MOVE BDR-BUSINESS-DATE TO RVS-RUN-DATE
004790     ELSE
004800         DISPLAY "NUMREVRS - *** WARNING - BUSINESS-DATE "
004810             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
004820             "USE ***"
004830         IF RETURN-CODE < 4
004840             MOVE 4 TO RETURN-CODE
004850         END-IF
004860     END-IF.
004870 1050-CLOSE.
004880     CLOSE BUSINESS-DATE-FILE.
004890 1050-EXIT.
004900     EXIT.
004910*
004920*--------------------------------------------------------------*
004930* 1100-READ-CONTROL-CARD - THE REVERSAL FEED RIDES BEHIND      *
004940*                          SORTIN, WHICH THE SORT ONLY READS   *
004950*                          IN SINGLE-FEED MODE. ON A           *
004960*                          CONSOLIDATED NIGHT (SORTCTL COL 25  *
004970*                          = C) THE DECK IS HELD - NOTHING IS  *
004980*                          ISSUED OR RECORDED, SO THE SAME     *
004990*                          CARDS GO THROUGH ON THE NEXT        *
005000*                          SINGLE-FEED NIGHT.                  *
005010*--------------------------------------------------------------*
005020 1100-READ-CONTROL-CARD.
005030     SET HOLD-DECK-NO TO TRUE.
005040     OPEN INPUT SORT-CONTROL-FILE.
005050     IF NOT SORT-CONTROL-OK
005060         GO TO 1100-EXIT
005070     END-IF.
005080     READ SORT-CONTROL-FILE
005090         AT END
005100             GO TO 1100-CLOSE
005110     END-READ.
005120     IF SCC-RUN-MODE = "C"
005130         SET HOLD-DECK-YES TO TRUE
005140         DISPLAY "NUMREVRS - *** WARNING - CONSOLIDATED NIGHT, "
005150             "REVERSAL DECK HELD ***"
005160         IF RETURN-CODE < 4
005170             MOVE 4 TO RETURN-CODE
005180         END-IF
005190     END-IF.
005200 1100-CLOSE.
005210     CLOSE SORT-CONTROL-FILE.
005220 1100-EXIT.
005230     EXIT.
005240*
005250*--------------------------------------------------------------*
005260* 1500-LOAD-TYPE-MASTER - LOAD THE TYPE-CODE FILE. WITHOUT IT  *
005270*                         NO REVERSING CODE CAN BE PROVED TO   *
005280*                         SIT ON THE OTHER SIDE OF THE LEDGER, *
005290*                         SO A MISSING OR EMPTY FILE HALTS THE *
005300*                         RUN (RC 16) WITH NOTHING ISSUED.     *
005310*--------------------------------------------------------------*
005320 1500-LOAD-TYPE-MASTER.
005330     OPEN INPUT TYPE-MASTER-FILE.
005340     IF NOT TYPE-MASTER-OK
005350         DISPLAY "NUMREVRS - UNABLE TO OPEN TYPE-MASTER-FILE, "
005360             "STATUS = " TYPE-MASTER-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         SET REVERSALS-HALTED TO TRUE
005390         GO TO 1500-EXIT
005400     END-IF.
005410*
005420     SET TYPE-EOF-NO TO TRUE.
005430     PERFORM 1550-READ-TYPE-MASTER THRU 1550-EXIT.
005440     PERFORM UNTIL TYPE-EOF-YES
005450         EVALUATE TRUE
005460             WHEN TCM-CODE = SPACES
005470                 CONTINUE
005480             WHEN TCM-DC NOT = "D" AND TCM-DC NOT = "C"
005490                 DISPLAY "NUMREVRS - *** WARNING - TYPE CODE "
005500                     TCM-CODE " HAS BAD D/C BYTE, SKIPPED ***"
005510             WHEN (TCM-EFF-DATE NOT = SPACES
005520                     AND TCM-EFF-DATE NOT NUMERIC)
005530                     OR (TCM-RETIRE-DATE NOT = SPACES
005540                     AND TCM-RETIRE-DATE NOT NUMERIC)
005550                 DISPLAY "NUMREVRS - *** WARNING - TYPE CODE "
005560                     TCM-CODE " HAS BAD DATES, SKIPPED ***"
005570             WHEN RVS-TYPE-COUNT < RVS-TYPE-MAX
005580                 ADD 1 TO RVS-TYPE-COUNT
005590                 MOVE TCM-CODE TO RVS-TYPE-CODE(RVS-TYPE-COUNT)
005600                 MOVE TCM-DC TO RVS-TYPE-DC(RVS-TYPE-COUNT)
005610                 MOVE ZERO TO RVS-TYPE-EFF(RVS-TYPE-COUNT)
005620                 MOVE ZERO TO RVS-TYPE-RETIRE(RVS-TYPE-COUNT)
005630                 IF TCM-EFF-DATE NOT = SPACES
005640                     MOVE TCM-EFF-DATE
005650                         TO RVS-TYPE-EFF(RVS-TYPE-COUNT)
005660                 END-IF
005670                 IF TCM-RETIRE-DATE NOT = SPACES
005680                     MOVE TCM-RETIRE-DATE
005690                         TO RVS-TYPE-RETIRE(RVS-TYPE-COUNT)
005700                 END-IF
005710             WHEN OTHER
005720                 DISPLAY "NUMREVRS - *** WARNING - MORE THAN "
005730                     RVS-TYPE-MAX " TYPE CODES, REMAINDER "
005740                     "IGNORED ***"
005750         END-EVALUATE
005760         PERFORM 1550-READ-TYPE-MASTER THRU 1550-EXIT
005770     END-PERFORM.
005780     CLOSE TYPE-MASTER-FILE.
005790*
005800     IF RVS-TYPE-COUNT = 0
005810         DISPLAY "NUMREVRS - *** ERROR - TYPE MASTER EMPTY, "
005820             "NO REVERSALS ISSUED ***"
005830         MOVE 16 TO RETURN-CODE
005840         SET REVERSALS-HALTED TO TRUE
005850     END-IF.
005860 1500-EXIT.
005870     EXIT.
005880*
005890*--------------------------------------------------------------*
005900* 1550-READ-TYPE-MASTER - READ ONE TYPE-CODE RECORD            *
005910*--------------------------------------------------------------*
005920 1550-READ-TYPE-MASTER.
005930     READ TYPE-MASTER-FILE
005940         AT END
005950             SET TYPE-EOF-YES TO TRUE
005960     END-READ.
005970 1550-EXIT.
005980     EXIT.
005990*
006000*--------------------------------------------------------------*
006010* 1600-OPEN-REF-MASTER - OPEN THE KEYED BRANCH/ACCOUNT         *
006020*                        REFERENCE MASTER FOR THE CARD EDITS.  *
006030*                        THE SORT REJECTS A RECORD FOR A CLOSED*
006040*                        OR UNKNOWN BRANCH OR ACCOUNT, SO A    *
006050*                        REVERSAL THAT CANNOT BE CHECKED HERE  *
006060*                        MUST NOT GO OUT: A MISSING OR EMPTY   *
006070*                        MASTER HALTS THE RUN (RC 16) WITH     *
006080*                        NOTHING ISSUED. NOT NEEDED WHEN THE   *
006090*                        DECK IS HELD OR THE RUN IS HALTED.    *
006100*--------------------------------------------------------------*
006110 1600-OPEN-REF-MASTER.
006120     SET REF-OPEN-NO TO TRUE.
006130     IF REVERSALS-HALTED OR HOLD-DECK-YES
006140         GO TO 1600-EXIT
006150     END-IF.
006160     OPEN INPUT REF-MASTER-FILE.
006170     IF NOT REF-MASTER-OK
006180         DISPLAY "NUMREVRS - UNABLE TO OPEN REF-MASTER-FILE, "
006190             "STATUS = " REF-MASTER-STATUS
006200         MOVE 16 TO RETURN-CODE
006210         SET REVERSALS-HALTED TO TRUE
006220         GO TO 1600-EXIT
006230     END-IF.
006240     SET REF-OPEN-YES TO TRUE.
006250*
006260*    ONE SEQUENTIAL READ PROVES THE MASTER HOLDS SOMETHING - AN
006270*    EMPTY MASTER WOULD REFUSE EVERY CARD AS AN UNKNOWN BRANCH.
006280     READ REF-MASTER-FILE NEXT RECORD
006290         AT END
006300             DISPLAY "NUMREVRS - *** ERROR - REF MASTER EMPTY, "
006310                 "NO REVERSALS ISSUED ***"
006320             MOVE 16 TO RETURN-CODE
006330             SET REVERSALS-HALTED TO TRUE
006340             GO TO 1600-EXIT
006350     END-READ.
006360     IF NOT REF-MASTER-OK
006370         DISPLAY "NUMREVRS - UNABLE TO READ REF-MASTER-FILE, "
006380             "STATUS = " REF-MASTER-STATUS
006390         MOVE 16 TO RETURN-CODE
006400         SET REVERSALS-HALTED TO TRUE
006410     END-IF.
006420 1600-EXIT.
006430     EXIT.
006440*
006450*--------------------------------------------------------------*
006460* 1650-CLOSE-REF-MASTER - THE CARD EDITS ARE THE ONLY USE OF   *
006470*                         THE MASTER, SO IT IS RELEASED AS     *
006480*                         SOON AS THE DECK IS LOADED.          *
006490*--------------------------------------------------------------*
006500 1650-CLOSE-REF-MASTER.
006510     IF REF-OPEN-YES
006520         CLOSE REF-MASTER-FILE
006530         SET REF-OPEN-NO TO TRUE
006540     END-IF.
006550 1650-EXIT.
006560     EXIT.
006570*
006580*--------------------------------------------------------------*
006590* 2000-LOAD-CARDS - LOAD THE REVERSAL DECK INTO THE CARD       *
006600*                   TABLE AND EDIT EACH CARD. A MISSING OR     *
006610*                   EMPTY DECK IS A NORMAL NIGHT WITH NOTHING  *
006620*                   TO REVERSE. ON A HALTED RUN OR A HELD DECK *
006630*                   THE CARDS ARE STILL LOADED SO EVERY ONE    *
006640*                   SHOWS ON THE REGISTER. A DECK LONGER THAN  *
006650*                   THE TABLE IS LEFT OPEN ON THE FIRST CARD   *
006660*                   PAST IT, FOR 4500 TO LIST THE REST AS HELD *
006670*                   (RC 8).                                    *
006680*--------------------------------------------------------------*
006690 2000-LOAD-CARDS.
006700     OPEN INPUT REVERSAL-CARD-FILE.
006710     IF NOT REVERSAL-CARD-OK
006720         DISPLAY "NUMREVRS - NO REVERSAL DECK (STATUS = "
006730             REVERSAL-CARD-STATUS "), NOTHING TO REVERSE"
006740         GO TO 2000-EXIT
006750     END-IF.
006760*
006770     SET CARD-EOF-NO TO TRUE.
006780     PERFORM 2100-READ-CARD THRU 2100-EXIT.
006790     PERFORM UNTIL CARD-EOF-YES
006800             OR RVS-CARD-COUNT = RVS-MAX-CARDS
006810         IF REVERSAL-CARD-RECORD NOT = SPACES
006820             ADD 1 TO RVS-CARDS-READ
006830             ADD 1 TO RVS-CARD-COUNT
006840             MOVE RVS-CARD-COUNT TO C-IX
006850             MOVE RVC-ORIG-KEY TO RVT-ORIG-KEY(C-IX)
006860             MOVE RVC-REV-TYPE TO RVT-REV-TYPE(C-IX)
006870             MOVE RVC-REFERENCE TO RVT-REFERENCE(C-IX)
006880             MOVE "P" TO RVT-STATE(C-IX)
006890             MOVE SPACES TO RVT-REASON(C-IX)
006900             MOVE SPACES TO RVT-SEEN-DATE(C-IX)
006910             MOVE "N" TO RVT-ACCT-SW(C-IX)
006920             MOVE "N" TO RVT-VALUE-SW(C-IX)
006930             MOVE "N" TO RVT-RERUN-SW(C-IX)
006940             MOVE SPACES TO RVT-CONFIRM(C-IX)
006950             EVALUATE TRUE
006960                 WHEN REVERSALS-HALTED
006970                     CONTINUE
006980                 WHEN HOLD-DECK-YES
006990                     MOVE "H" TO RVT-STATE(C-IX)
007000                     MOVE "HELD - CONSOLIDATED NIGHT"
007010                         TO RVT-REASON(C-IX)
007020                 WHEN OTHER
007030                     PERFORM 2200-EDIT-CARD THRU 2200-EXIT
007040                     IF RVS-EDIT-REASON NOT = SPACES
007050                         MOVE "R" TO RVT-STATE(C-IX)
007060                         MOVE RVS-EDIT-REASON
007070                             TO RVT-REASON(C-IX)
007080                     END-IF
007090             END-EVALUATE
007100         END-IF
007110         PERFORM 2100-READ-CARD THRU 2100-EXIT
007120     END-PERFORM.
007130*
007140     IF NOT CARD-EOF-YES
007150         SET CARD-OVERFLOW-YES TO TRUE
007160         DISPLAY "NUMREVRS - *** WARNING - MORE THAN "
007170             RVS-MAX-CARDS " REVERSAL CARDS, REMAINDER "
007180             "HELD - KEEP THEM IN THE DECK ***"
007190         IF RETURN-CODE < 8
007200             MOVE 8 TO RETURN-CODE
007210         END-IF
007220         GO TO 2000-EXIT
007230     END-IF.
007240     CLOSE REVERSAL-CARD-FILE.
007250 2000-EXIT.
007260     EXIT.
007270*
007280*--------------------------------------------------------------*
007290* 2100-READ-CARD - READ ONE REVERSAL CARD                      *
007300*--------------------------------------------------------------*
007310 2100-READ-CARD.
007320     READ REVERSAL-CARD-FILE
007330         AT END
007340             SET CARD-EOF-YES TO TRUE
007350     END-READ.
007360 2100-EXIT.
007370     EXIT.
007380*
007390*--------------------------------------------------------------*
007400* 2200-EDIT-CARD - EDIT THE CARD IN SLOT C-IX. THE ORIGINAL'S  *
007410*                  KEY GETS THE SAME EDITS THE DAILY SORT LOAD *
007420*                  APPLIES, THE REVERSING CODE MUST BE ON THE  *
007430*                  TYPE-CODE FILE ON THE OPPOSITE D/C SIDE TO  *
007440*                  THE ORIGINAL'S CODE, AND THE SAME ITEM MAY  *
007450*                  NOT APPEAR TWICE IN ONE DECK. THE BRANCH AND*
007460*                  ACCOUNT MUST BE ON THE REFERENCE MASTER AND *
007470*                  OPEN, AS THE SORT REQUIRES OF EVERY RECORD  *
007480*                  IT LOADS. FIRST FAILING EDIT WINS THE       *
007490*                  REASON.                                     *
007500*--------------------------------------------------------------*
007510 2200-EDIT-CARD.
007520     MOVE SPACES TO RVS-EDIT-REASON.
007530     IF RVT-ACCOUNT(C-IX) = SPACES
007540         MOVE "ACCOUNT NUMBER MISSING" TO RVS-EDIT-REASON
007550         GO TO 2200-EXIT
007560     END-IF.
007570     IF RVT-BRANCH(C-IX) = SPACES
007580         MOVE "BRANCH CODE MISSING" TO RVS-EDIT-REASON
007590         GO TO 2200-EXIT
007600     END-IF.
007610     MOVE "B" TO RMR-REC-TYPE.
007620     MOVE SPACES TO RMR-KEY.
007630     MOVE RVT-BRANCH(C-IX) TO RMR-KEY(1:4).
007640     PERFORM 2250-READ-REF-KEY THRU 2250-EXIT.
007650     IF REVERSALS-HALTED
007660         GO TO 2200-EXIT
007670     END-IF.
007680     IF REF-FOUND-NO
007690         MOVE "BRANCH NOT ON REF MASTER" TO RVS-EDIT-REASON
007700         GO TO 2200-EXIT
007710     END-IF.
007720     IF RVS-REF-STATUS-BYTE NOT = "A"
007730         MOVE "BRANCH CLOSED" TO RVS-EDIT-REASON
007740         GO TO 2200-EXIT
007750     END-IF.
007760     MOVE "A" TO RMR-REC-TYPE.
007770     MOVE RVT-ACCOUNT(C-IX) TO RMR-KEY.
007780     PERFORM 2250-READ-REF-KEY THRU 2250-EXIT.
007790     IF REVERSALS-HALTED
007800         GO TO 2200-EXIT
007810     END-IF.
007820     IF REF-FOUND-NO
007830         MOVE "ACCOUNT NOT ON REF MASTER" TO RVS-EDIT-REASON
007840         GO TO 2200-EXIT
007850     END-IF.
007860     IF RVS-REF-STATUS-BYTE NOT = "A"
007870         MOVE "ACCOUNT CLOSED" TO RVS-EDIT-REASON
007880         GO TO 2200-EXIT
007890     END-IF.
007900     IF RVT-TRAN-DATE(C-IX) NOT NUMERIC
007910         MOVE "NON-NUMERIC TRAN DATE" TO RVS-EDIT-REASON
007920         GO TO 2200-EXIT
007930     END-IF.
007940     IF RVT-TRAN-DATE(C-IX)(5:2) < "01"
007950             OR RVT-TRAN-DATE(C-IX)(5:2) > "12"
007960         MOVE "INVALID TRAN DATE MONTH" TO RVS-EDIT-REASON
007970         GO TO 2200-EXIT
007980     END-IF.
007990     IF RVT-TRAN-DATE(C-IX)(7:2) < "01"
008000             OR RVT-TRAN-DATE(C-IX)(7:2) > "31"
008010         MOVE "INVALID TRAN DATE DAY" TO RVS-EDIT-REASON
008020         GO TO 2200-EXIT
008030     END-IF.
008040     IF RVT-AMOUNT(C-IX) NOT NUMERIC
008050         MOVE "NON-NUMERIC AMOUNT" TO RVS-EDIT-REASON
008060         GO TO 2200-EXIT
008070     END-IF.
008080*
008090     MOVE RVT-TYPE-CODE(C-IX) TO RVS-LOOKUP-CODE.
008100     MOVE ZERO TO RVS-LOOKUP-DATE.
008110     PERFORM 2300-FIND-TYPE THRU 2300-EXIT.
008120     IF TYPE-FOUND-NO
008130         MOVE "ORIGINAL TYPE UNKNOWN" TO RVS-EDIT-REASON
008140         GO TO 2200-EXIT
008150     END-IF.
008160     MOVE RVS-FOUND-DC TO RVS-ORIG-DC.
008170     IF RVT-REV-TYPE(C-IX) = SPACES
008180         MOVE "REVERSING TYPE MISSING" TO RVS-EDIT-REASON
008190         GO TO 2200-EXIT
008200     END-IF.
008210     MOVE RVT-REV-TYPE(C-IX) TO RVS-LOOKUP-CODE.
008220     MOVE RVS-RUN-DATE TO RVS-LOOKUP-DATE.
008230     PERFORM 2300-FIND-TYPE THRU 2300-EXIT.
008240     IF TYPE-FOUND-NO
008250         MOVE "REVERSING TYPE UNKNOWN" TO RVS-EDIT-REASON
008260         GO TO 2200-EXIT
008270     END-IF.
008280     IF TYPE-FOUND-INACTIVE
008290         MOVE "REVERSING TYPE NOT IN USE" TO RVS-EDIT-REASON
008300         GO TO 2200-EXIT
008310     END-IF.
008320     IF RVS-FOUND-DC = RVS-ORIG-DC
008330         MOVE "REVERSING TYPE SAME SIDE" TO RVS-EDIT-REASON
008340         GO TO 2200-EXIT
008350     END-IF.
008360*
008370     PERFORM VARYING D-IX FROM 1 BY 1 UNTIL D-IX >= C-IX
008380         IF RVT-ORIG-KEY(D-IX) = RVT-ORIG-KEY(C-IX)
008390             MOVE "DUPLICATE CARD IN DECK" TO RVS-EDIT-REASON
008400             MOVE C-IX TO D-IX
008410         END-IF
008420     END-PERFORM.
008430 2200-EXIT.
008440     EXIT.
008450*
008460*--------------------------------------------------------------*
008470* 2250-READ-REF-KEY - KEYED READ OF THE TYPE/KEY SET UP BY THE *
008480*                     CALLER. NOT ON FILE LEAVES "NOT FOUND".  *
008490*                     ANY OTHER FAILURE MEANS NO CARD CAN BE   *
008500*                     PROVED POSTABLE: THE RUN HALTS (RC 16)   *
008510*                     AND THE CARDS NOT YET JUDGED ARE HELD.   *
008520*--------------------------------------------------------------*
008530 2250-READ-REF-KEY.
008540     SET REF-FOUND-NO TO TRUE.
008550     MOVE SPACE TO RVS-REF-STATUS-BYTE.
008560     READ REF-MASTER-FILE
008570         KEY IS RMR-REC-KEY
008580         INVALID KEY
008590             GO TO 2250-EXIT
008600     END-READ.
008610     IF REF-MASTER-OK
008620         SET REF-FOUND-YES TO TRUE
008630         MOVE RMR-STATUS TO RVS-REF-STATUS-BYTE
008640         GO TO 2250-EXIT
008650     END-IF.
008660     DISPLAY "NUMREVRS - REF-MASTER-FILE READ FAILED, STATUS = "
008670         REF-MASTER-STATUS ", NO REVERSALS ISSUED".
008680     MOVE 16 TO RETURN-CODE.
008690     SET REVERSALS-HALTED TO TRUE.
008700 2250-EXIT.
008710     EXIT.
008720*
008730*--------------------------------------------------------------*
008740* 2300-FIND-TYPE - LOOK UP RVS-LOOKUP-CODE ON THE TYPE-CODE    *
008750*                  TABLE AND RETURN ITS D/C SIDE. WITH A       *
008760*                  NONZERO RVS-LOOKUP-DATE THE CODE MUST ALSO  *
008770*                  BE IN EFFECT ON THAT DATE (EFFECTIVE ON OR  *
008780*                  BEFORE IT, NOT RETIRED ON OR BEFORE IT) -   *
008790*                  OTHERWISE IT COMES BACK FOUND-INACTIVE,     *
008800*                  THE SAME RULE THE DAILY SORT LOADS BY.      *
008810*--------------------------------------------------------------*
008820 2300-FIND-TYPE.
008830     SET TYPE-FOUND-NO TO TRUE.
008840     MOVE SPACE TO RVS-FOUND-DC.
008850     PERFORM VARYING T-IX FROM 1 BY 1
008860             UNTIL T-IX > RVS-TYPE-COUNT OR NOT TYPE-FOUND-NO
008870         IF RVS-TYPE-CODE(T-IX) = RVS-LOOKUP-CODE
008880             SET TYPE-FOUND-YES TO TRUE
008890             MOVE RVS-TYPE-DC(T-IX) TO RVS-FOUND-DC
008900             IF RVS-LOOKUP-DATE NOT = 0
008910                 IF RVS-TYPE-EFF(T-IX) > RVS-LOOKUP-DATE
008920                     SET TYPE-FOUND-INACTIVE TO TRUE
008930                 END-IF
008940                 IF RVS-TYPE-RETIRE(T-IX) NOT = 0
008950                         AND RVS-TYPE-RETIRE(T-IX)
008960                             NOT > RVS-LOOKUP-DATE
008970                     SET TYPE-FOUND-INACTIVE TO TRUE
008980                 END-IF
008990             END-IF
009000         END-IF
009010     END-PERFORM.
009020 2300-EXIT.
009030     EXIT.
009040*
009050*--------------------------------------------------------------*
009060* 2500-CHECK-HISTORY - ONE PASS OVER THE PERMANENT REVERSAL    *
009070*                      HISTORY. AN ITEM REVERSED ON AN EARLIER *
009080*                      NIGHT IS REFUSED. AN ITEM RECORDED      *
009090*                      UNDER TONIGHT'S BUSINESS DATE MEANS     *
009100*                      THIS STEP IS BEING RERUN FOR THE SAME   *
009110*                      NIGHT - IT IS ISSUED AGAIN (THE FEED    *
009120*                      FILE WAS REBUILT) BUT NOT RECORDED      *
009130*                      TWICE. NO HISTORY YET IS A NORMAL FIRST *
009140*                      NIGHT; AN UNREADABLE ONE HALTS THE RUN, *
009150*                      SINCE NOTHING CAN BE PROVED UNREVERSED. *
009160*--------------------------------------------------------------*
009170 2500-CHECK-HISTORY.
009180     IF REVERSALS-HALTED OR HOLD-DECK-YES
009190             OR RVS-CARD-COUNT = 0
009200         GO TO 2500-EXIT
009210     END-IF.
009220     OPEN INPUT REVERSAL-HISTORY-FILE.
009230     IF REVERSAL-HISTORY-STATUS = "35"
009240         DISPLAY "NUMREVRS - NO REVERSAL HISTORY YET"
009250         GO TO 2500-EXIT
009260     END-IF.
009270     IF NOT REVERSAL-HISTORY-OK
009280         DISPLAY "NUMREVRS - UNABLE TO OPEN REVERSAL-HISTORY-"
009290             "FILE, STATUS = " REVERSAL-HISTORY-STATUS
009300         MOVE 16 TO RETURN-CODE
009310         SET REVERSALS-HALTED TO TRUE
009320         GO TO 2500-EXIT
009330     END-IF.
009340*
009350     SET HIST-EOF-NO TO TRUE.
009360     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
009370     PERFORM UNTIL HIST-EOF-YES
009380         PERFORM VARYING C-IX FROM 1 BY 1
009390                 UNTIL C-IX > RVS-CARD-COUNT
009400             IF RVT-STATE(C-IX) = "P"
009410                     AND RVT-ORIG-KEY(C-IX) = RVH-ORIG-KEY
009420                 IF RVH-REV-DATE = RVS-RUN-DATE
009430                     MOVE "Y" TO RVT-RERUN-SW(C-IX)
009440                 ELSE
009450                     MOVE "R" TO RVT-STATE(C-IX)
009460                     MOVE "ALREADY REVERSED"
009470                         TO RVT-REASON(C-IX)
009480                     MOVE RVH-REV-DATE
009490                         TO RVT-REASON(C-IX)(18:8)
009500                 END-IF
009510             END-IF
009520         END-PERFORM
009530         PERFORM 2600-READ-HISTORY THRU 2600-EXIT
009540     END-PERFORM.
009550     CLOSE REVERSAL-HISTORY-FILE.
009560 2500-EXIT.
009570     EXIT.
009580*
009590*--------------------------------------------------------------*
009600* 2600-READ-HISTORY - READ ONE REVERSAL HISTORY RECORD         *
009610*--------------------------------------------------------------*
009620 2600-READ-HISTORY.
009630     READ REVERSAL-HISTORY-FILE
009640         AT END
009650             SET HIST-EOF-YES TO TRUE
009660     END-READ.
009670 2600-EXIT.
009680     EXIT.
009690*
009700*--------------------------------------------------------------*
009710* 3000-MATCH-SEEN - ONE PASS OVER THE RECENTLY-SEEN            *
009720*                   GENERATIONS. AN EXACT MATCH ON THE 31-BYTE *
009730*                   BUSINESS KEY CONFIRMS THE ORIGINAL POSTED, *
009740*                   AND ON WHICH NIGHT. A MISSING FILE ONLY    *
009750*                   NARROWS THE CHECK TO THE ARCHIVES (RC 4).  *
009760*--------------------------------------------------------------*
009770 3000-MATCH-SEEN.
009780     IF REVERSALS-HALTED OR HOLD-DECK-YES
009790             OR RVS-CARD-COUNT = 0
009800         GO TO 3000-EXIT
009810     END-IF.
009820     OPEN INPUT SEEN-IN-FILE.
009830     IF NOT SEEN-IN-OK
009840         DISPLAY "NUMREVRS - *** WARNING - UNABLE TO OPEN "
009850             "SEEN-IN-FILE, STATUS = " SEEN-IN-STATUS
009860             ", ARCHIVES ONLY ***"
009870         IF RETURN-CODE < 4
009880             MOVE 4 TO RETURN-CODE
009890         END-IF
009900         GO TO 3000-EXIT
009910     END-IF.
009920*
009930     SET SEEN-EOF-NO TO TRUE.
009940     PERFORM 3100-READ-SEEN THRU 3100-EXIT.
009950     PERFORM UNTIL SEEN-EOF-YES
009960         PERFORM VARYING C-IX FROM 1 BY 1
009970                 UNTIL C-IX > RVS-CARD-COUNT
009980             IF RVT-STATE(C-IX) = "P"
009990                     AND RVT-CONFIRM(C-IX) = SPACES
010000                     AND RVT-ORIG-KEY(C-IX) = SNI-BUSINESS-KEY
010010                 MOVE "SEEN" TO RVT-CONFIRM(C-IX)
010020                 MOVE SNI-PROC-DATE TO RVT-SEEN-DATE(C-IX)
010030             END-IF
010040         END-PERFORM
010050         PERFORM 3100-READ-SEEN THRU 3100-EXIT
010060     END-PERFORM.
010070     CLOSE SEEN-IN-FILE.
010080 3000-EXIT.
010090     EXIT.
010100*
010110*--------------------------------------------------------------*
010120* 3100-READ-SEEN - READ ONE RECENTLY-SEEN RECORD               *
010130*--------------------------------------------------------------*
010140 3100-READ-SEEN.
010150     READ SEEN-IN-FILE
010160         AT END
010170             SET SEEN-EOF-YES TO TRUE
010180     END-READ.
010190 3100-EXIT.
010200     EXIT.
010210*
010220*--------------------------------------------------------------*
010230* 3500-MATCH-ACCOUNTS - FOR AN ORIGINAL OLDER THAN THE SEEN    *
010240*                       WINDOW: ONE PASS OVER THE ACCOUNT      *
010250*                       MASTER AND ITS MONTH-END ARCHIVES. THE *
010260*                       ACCOUNT MUST HAVE BEEN ACTIVE ACROSS   *
010270*                       THE ORIGINAL'S TRAN DATE IN SOME MONTH.*
010280*--------------------------------------------------------------*
010290 3500-MATCH-ACCOUNTS.
010300     IF REVERSALS-HALTED OR HOLD-DECK-YES
010310             OR RVS-CARD-COUNT = 0
010320         GO TO 3500-EXIT
010330     END-IF.
010340     OPEN INPUT ACCT-HISTORY-FILE.
010350     IF NOT ACCT-HISTORY-OK
010360         DISPLAY "NUMREVRS - *** WARNING - UNABLE TO OPEN "
010370             "ACCT-HISTORY-FILE, STATUS = " ACCT-HISTORY-STATUS
010380             " ***"
010390         IF RETURN-CODE < 4
010400             MOVE 4 TO RETURN-CODE
010410         END-IF
010420         GO TO 3500-EXIT
010430     END-IF.
010440*
010450     SET ACCT-EOF-NO TO TRUE.
010460     PERFORM 3600-READ-ACCT-HISTORY THRU 3600-EXIT.
010470     PERFORM UNTIL ACCT-EOF-YES
010480         IF ACCT-HISTORY-RECORD(1:6) NOT = "ACMHDR"
010490                 AND OAM-FIRST-SEEN NUMERIC
010500                 AND OAM-LAST-SEEN NUMERIC
010510             PERFORM VARYING C-IX FROM 1 BY 1
010520                     UNTIL C-IX > RVS-CARD-COUNT
010530                 IF RVT-STATE(C-IX) = "P"
010540                         AND RVT-CONFIRM(C-IX) = SPACES
010550                         AND RVT-ACCOUNT(C-IX) = OAM-ACCOUNT
010560                         AND RVT-TRAN-DATE-N(C-IX)
010570                             >= OAM-FIRST-SEEN
010580                         AND RVT-TRAN-DATE-N(C-IX)
010590                             <= OAM-LAST-SEEN
010600                     MOVE "Y" TO RVT-ACCT-SW(C-IX)
010610                 END-IF
010620             END-PERFORM
010630         END-IF
010640         PERFORM 3600-READ-ACCT-HISTORY THRU 3600-EXIT
010650     END-PERFORM.
010660     CLOSE ACCT-HISTORY-FILE.
010670 3500-EXIT.
010680     EXIT.
010690*
010700*--------------------------------------------------------------*
010710* 3600-READ-ACCT-HISTORY - READ ONE ACCOUNT MASTER RECORD      *
010720*--------------------------------------------------------------*
010730 3600-READ-ACCT-HISTORY.
010740     READ ACCT-HISTORY-FILE
010750         AT END
010760             SET ACCT-EOF-YES TO TRUE
010770     END-READ.
010780 3600-EXIT.
010790     EXIT.
010800*
010810*--------------------------------------------------------------*
010820* 3700-MATCH-VALUES - SAME PASS OVER THE VALUE-LEVEL MASTER    *
010830*                     AND ITS YEAR-TO-DATE ARCHIVES: THE       *
010840*                     ORIGINAL'S AMOUNT MUST HAVE POSTED       *
010850*                     ACROSS ITS TRAN DATE. AN ORIGINAL OUTSIDE*
010860*                     THE SEEN WINDOW IS CONFIRMED ONLY WHEN   *
010870*                     BOTH THE ACCOUNT AND THE VALUE AGREE.    *
010880*--------------------------------------------------------------*
010890 3700-MATCH-VALUES.
010900     IF REVERSALS-HALTED OR HOLD-DECK-YES
010910             OR RVS-CARD-COUNT = 0
010920         GO TO 3700-EXIT
010930     END-IF.
010940     OPEN INPUT MTD-HISTORY-FILE.
010950     IF NOT MTD-HISTORY-OK
010960         DISPLAY "NUMREVRS - *** WARNING - UNABLE TO OPEN "
010970             "MTD-HISTORY-FILE, STATUS = " MTD-HISTORY-STATUS
010980             " ***"
010990         IF RETURN-CODE < 4
011000             MOVE 4 TO RETURN-CODE
011010         END-IF
011020         GO TO 3700-EXIT
011030     END-IF.
011040*
011050     SET MTD-EOF-NO TO TRUE.
011060     PERFORM 3800-READ-MTD-HISTORY THRU 3800-EXIT.
011070     PERFORM UNTIL MTD-EOF-YES
011080         IF MTD-HISTORY-RECORD(1:6) NOT = "MTDHDR"
011090                 AND OMR-VALUE NUMERIC
011100                 AND OMR-FIRST-SEEN NUMERIC
011110                 AND OMR-LAST-SEEN NUMERIC
011120             PERFORM VARYING C-IX FROM 1 BY 1
011130                     UNTIL C-IX > RVS-CARD-COUNT
011140                 IF RVT-STATE(C-IX) = "P"
011150                         AND RVT-CONFIRM(C-IX) = SPACES
011160                         AND RVT-AMOUNT-N(C-IX) = OMR-VALUE
011170                         AND RVT-TRAN-DATE-N(C-IX)
011180                             >= OMR-FIRST-SEEN
011190                         AND RVT-TRAN-DATE-N(C-IX)
011200                             <= OMR-LAST-SEEN
011210                     MOVE "Y" TO RVT-VALUE-SW(C-IX)
011220                 END-IF
011230             END-PERFORM
011240         END-IF
011250         PERFORM 3800-READ-MTD-HISTORY THRU 3800-EXIT
011260     END-PERFORM.
011270     CLOSE MTD-HISTORY-FILE.
011280 3700-EXIT.
011290     EXIT.
011300*
011310*--------------------------------------------------------------*
011320* 3800-READ-MTD-HISTORY - READ ONE VALUE-LEVEL MASTER RECORD   *
011330*--------------------------------------------------------------*
011340 3800-READ-MTD-HISTORY.
011350     READ MTD-HISTORY-FILE
011360         AT END
011370             SET MTD-EOF-YES TO TRUE
011380     END-READ.
011390 3800-EXIT.
011400     EXIT.
011410*
011420*--------------------------------------------------------------*
011430* 4000-ISSUE-REVERSALS - DISPOSE OF EVERY CARD ON THE          *
011440*                        REGISTER. A CONFIRMED ORIGINAL GETS   *
011450*                        ITS OFFSETTING RECORD ON THE FEED     *
011460*                        FILE AND A LINE ON THE PERMANENT      *
011470*                        HISTORY. THE FEED FILE IS ALWAYS      *
011480*                        OPENED, EVEN EMPTY, SO THE SORT'S     *
011490*                        CONCATENATION FINDS IT.               *
011500*--------------------------------------------------------------*
011510 4000-ISSUE-REVERSALS.
011520     OPEN OUTPUT REVERSAL-OUT-FILE.
011530     IF NOT REVERSAL-OUT-OK
011540         DISPLAY "NUMREVRS - UNABLE TO OPEN REVERSAL-OUT-FILE, "
011550             "STATUS = " REVERSAL-OUT-STATUS
011560         MOVE 16 TO RETURN-CODE
011570         SET REVERSALS-HALTED TO TRUE
011580     END-IF.
011590*
011600     SET HIST-OPEN-NO TO TRUE.
011610     IF REVERSALS-GO AND HOLD-DECK-NO AND RVS-CARD-COUNT > 0
011620         OPEN EXTEND REVERSAL-HISTORY-FILE
011630         IF REVERSAL-HISTORY-STATUS = "35"
011640             OPEN OUTPUT REVERSAL-HISTORY-FILE
011650         END-IF
011660         IF REVERSAL-HISTORY-OK
011670             SET HIST-OPEN-YES TO TRUE
011680         ELSE
011690             DISPLAY "NUMREVRS - UNABLE TO EXTEND REVERSAL-"
011700                 "HISTORY-FILE, STATUS = "
011710                 REVERSAL-HISTORY-STATUS
011720             MOVE 16 TO RETURN-CODE
011730             SET REVERSALS-HALTED TO TRUE
011740         END-IF
011750     END-IF.
011760*
011770     PERFORM VARYING C-IX FROM 1 BY 1
011780             UNTIL C-IX > RVS-CARD-COUNT
011790         PERFORM 4100-DISPOSE-CARD THRU 4100-EXIT
011800     END-PERFORM.
011810*
011820     IF HIST-OPEN-YES
011830         CLOSE REVERSAL-HISTORY-FILE
011840     END-IF.
011850     IF REVERSAL-OUT-OK
011860         CLOSE REVERSAL-OUT-FILE
011870     END-IF.
011880 4000-EXIT.
011890     EXIT.
011900*
011910*--------------------------------------------------------------*
011920* 4100-DISPOSE-CARD - ONE CARD: ISSUED, REFUSED WITH ITS       *
011930*                     REASON, OR HELD. A CARD STILL PENDING ON *
011940*                     A HALTED RUN IS HELD, NOT REFUSED - IT   *
011950*                     WAS NEVER JUDGED AND GOES AGAIN.         *
011960*--------------------------------------------------------------*
011970 4100-DISPOSE-CARD.
011980     MOVE RVT-ACCOUNT(C-IX) TO RDL-ACCOUNT.
011990     MOVE RVT-BRANCH(C-IX) TO RDL-BRANCH.
012000     MOVE RVT-TRAN-DATE(C-IX) TO RDL-TRAN-DATE.
012010     MOVE RVT-AMOUNT(C-IX) TO RDL-AMOUNT.
012020     MOVE RVT-TYPE-CODE(C-IX) TO RDL-TYPE-CODE.
012030     MOVE RVT-REV-TYPE(C-IX) TO RDL-REV-TYPE.
012040*
012050     IF RVT-STATE(C-IX) = "P" AND REVERSALS-HALTED
012060         MOVE "H" TO RVT-STATE(C-IX)
012070         MOVE "NOT JUDGED - SEE JOB LOG" TO RVT-REASON(C-IX)
012080     END-IF.
012090     IF RVT-STATE(C-IX) = "P"
012100             AND RVT-CONFIRM(C-IX) = SPACES
012110         IF RVT-ACCT-SW(C-IX) = "Y"
012120                 AND RVT-VALUE-SW(C-IX) = "Y"
012130             MOVE "ARCH" TO RVT-CONFIRM(C-IX)
012140         ELSE
012150             MOVE "R" TO RVT-STATE(C-IX)
012160             MOVE "ORIGINAL NOT ON FILE" TO RVT-REASON(C-IX)
012170         END-IF
012180     END-IF.
012190*
012200     EVALUATE RVT-STATE(C-IX)
012210         WHEN "P"
012220             PERFORM 4200-ISSUE-ONE THRU 4200-EXIT
012230         WHEN "H"
012240             ADD 1 TO RVS-HELD-COUNT
012250             MOVE "HELD" TO RDL-DISPOSITION
012260             MOVE RVT-REASON(C-IX) TO RDL-NOTE
012270         WHEN OTHER
012280             ADD 1 TO RVS-REFUSED-COUNT
012290             MOVE "REFUSED" TO RDL-DISPOSITION
012300             MOVE RVT-REASON(C-IX) TO RDL-NOTE
012310     END-EVALUATE.
012320*
012330     IF REGISTER-OK
012340         WRITE REGISTER-RECORD FROM RVS-DETAIL-LINE
012350         IF RVT-REFERENCE(C-IX) NOT = SPACES
012360             MOVE RVT-REFERENCE(C-IX) TO RRL-REFERENCE
012370             WRITE REGISTER-RECORD FROM RVS-REFERENCE-LINE
012380         END-IF
012390     END-IF.
012400 4100-EXIT.
012410     EXIT.
012420*
012430*--------------------------------------------------------------*
012440* 4200-ISSUE-ONE - RECORD THE REVERSAL ON THE HISTORY (UNLESS  *
012450*                  THIS IS A RERUN OF THE SAME NIGHT), THEN    *
012460*                  CUT THE OFFSETTING RECORD: SAME ACCOUNT,    *
012470*                  BRANCH AND AMOUNT AS THE ORIGINAL, THE      *
012480*                  REVERSING TYPE CODE, DATED TONIGHT. A       *
012490*                  FAILED WRITE TO EITHER FILE HALTS THE RUN   *
012500*                  (RC 16) AND THE CARD IS HELD, NOT ISSUED;   *
012510*                  ONLY OFFSETS ON THE FEED ARE COUNTED. A     *
012520*                  CARD RECORDED BUT NOT CUT STAYS ON THE      *
012530*                  HISTORY AND CANNOT GO AGAIN UNTIL ITS LINE  *
012540*                  IS TAKEN OFF.                               *
012550*--------------------------------------------------------------*
012560 4200-ISSUE-ONE.
012570     IF RVT-RERUN-SW(C-IX) NOT = "Y"
012580         MOVE SPACES TO REVERSAL-HISTORY-RECORD
012590         MOVE RVT-ORIG-KEY(C-IX) TO RVH-ORIG-KEY
012600         MOVE RVS-RUN-DATE TO RVH-REV-DATE
012610         MOVE RVT-REV-TYPE(C-IX) TO RVH-REV-TYPE
012620         MOVE RVT-CONFIRM(C-IX) TO RVH-CONFIRM
012630         MOVE RVT-REFERENCE(C-IX) TO RVH-REFERENCE
012640         MOVE RVS-RUN-HHMMSS TO RVH-RUN-TIME
012650         WRITE REVERSAL-HISTORY-RECORD
012660         IF NOT REVERSAL-HISTORY-OK
012670             DISPLAY "NUMREVRS - UNABLE TO WRITE REVERSAL-"
012680                 "HISTORY-FILE, STATUS = "
012690                 REVERSAL-HISTORY-STATUS " - NOTHING FURTHER "
012700                 "ISSUED ***"
012710             MOVE "HISTORY WRITE FAILED" TO RVT-REASON(C-IX)
012720             GO TO 4200-HOLD
012730         END-IF
012740     END-IF.
012750*
012760     MOVE RVT-ACCOUNT(C-IX) TO ROF-ACCOUNT.
012770     MOVE RVT-BRANCH(C-IX) TO ROF-BRANCH.
012780     MOVE RVS-RUN-DATE TO ROF-TRAN-DATE.
012790     MOVE RVT-AMOUNT(C-IX) TO ROF-AMOUNT.
012800     MOVE RVT-REV-TYPE(C-IX) TO ROF-TYPE-CODE.
012810     WRITE REVERSAL-OUT-RECORD.
012820     IF NOT REVERSAL-OUT-OK
012830         DISPLAY "NUMREVRS - UNABLE TO WRITE REVERSAL-OUT-FILE, "
012840             "STATUS = " REVERSAL-OUT-STATUS " - NOTHING "
012850             "FURTHER ISSUED, CARD IS ON THE HISTORY ***"
012860         MOVE "FEED FAILED - ON HISTORY" TO RVT-REASON(C-IX)
012870         GO TO 4200-HOLD
012880     END-IF.
012890     MOVE "I" TO RVT-STATE(C-IX).
012900     ADD 1 TO RVS-ISSUED-COUNT.
012910     ADD RVT-AMOUNT-N(C-IX) TO RVS-ISSUED-TOTAL.
012920*
012930     MOVE "REVERSED" TO RDL-DISPOSITION.
012940     IF RVT-CONFIRM(C-IX) = "SEEN"
012950         MOVE "POSTED" TO RDL-NOTE
012960         MOVE RVT-SEEN-DATE(C-IX) TO RDL-NOTE(8:8)
012970     ELSE
012980         MOVE "IN ARCHIVES" TO RDL-NOTE
012990     END-IF.
013000     IF RVT-RERUN-SW(C-IX) = "Y"
013010         MOVE "(RERUN)" TO RDL-NOTE(17:7)
013020     END-IF.
013030     GO TO 4200-EXIT.
013040 4200-HOLD.
013050     MOVE 16 TO RETURN-CODE.
013060     SET REVERSALS-HALTED TO TRUE.
013070     MOVE "H" TO RVT-STATE(C-IX).
013080     ADD 1 TO RVS-HELD-COUNT.
013090     MOVE "HELD" TO RDL-DISPOSITION.
013100     MOVE RVT-REASON(C-IX) TO RDL-NOTE.
013110 4200-EXIT.
013120     EXIT.
013130*
013140*--------------------------------------------------------------*
013150* 4500-LIST-OVERFLOW - A DECK LONGER THAN THE CARD TABLE: EVERY*
013160*                      CARD PAST IT GOES ON THE REGISTER AS    *
013170*                      HELD, UNJUDGED, SO OPERATIONS CAN SEE   *
013180*                      WHICH CARDS STAY IN THE DECK FOR THE    *
013190*                      NEXT NIGHT. THE FIRST SUCH CARD IS      *
013200*                      ALREADY IN THE RECORD AREA FROM 2000.   *
013210*--------------------------------------------------------------*
013220 4500-LIST-OVERFLOW.
013230     IF CARD-OVERFLOW-NO
013240         GO TO 4500-EXIT
013250     END-IF.
013260     PERFORM 4600-LIST-ONE-OVERFLOW THRU 4600-EXIT
013270         UNTIL CARD-EOF-YES.
013280     CLOSE REVERSAL-CARD-FILE.
013290 4500-EXIT.
013300     EXIT.
013310*
013320*--------------------------------------------------------------*
013330* 4600-LIST-ONE-OVERFLOW - ONE CARD PAST THE TABLE, THEN READ  *
013340*                          THE NEXT                            *
013350*--------------------------------------------------------------*
013360 4600-LIST-ONE-OVERFLOW.
013370     IF REVERSAL-CARD-RECORD NOT = SPACES
013380         ADD 1 TO RVS-CARDS-READ
013390         ADD 1 TO RVS-HELD-COUNT
013400         MOVE RVC-ACCOUNT TO RDL-ACCOUNT
013410         MOVE RVC-BRANCH TO RDL-BRANCH
013420         MOVE RVC-TRAN-DATE TO RDL-TRAN-DATE
013430         MOVE RVC-AMOUNT TO RDL-AMOUNT
013440         MOVE RVC-TYPE-CODE TO RDL-TYPE-CODE
013450         MOVE RVC-REV-TYPE TO RDL-REV-TYPE
013460         MOVE "HELD" TO RDL-DISPOSITION
013470         MOVE "HELD - OVER 500" TO RDL-NOTE
013480         IF REGISTER-OK
013490             WRITE REGISTER-RECORD FROM RVS-DETAIL-LINE
013500             IF RVC-REFERENCE NOT = SPACES
013510                 MOVE RVC-REFERENCE TO RRL-REFERENCE
013520                 WRITE REGISTER-RECORD FROM RVS-REFERENCE-LINE
013530             END-IF
013540         END-IF
013550     END-IF.
013560     PERFORM 2100-READ-CARD THRU 2100-EXIT.
013570 4600-EXIT.
013580     EXIT.
013590*
013600*--------------------------------------------------------------*
013610* 5000-WRITE-TOTALS - REGISTER TOTALS AND FINAL DISPOSITION.   *
013620*                     A REFUSED OR HELD CARD GETS A WARNING    *
013630*                     RETURN-CODE SO THE REGISTER IS PRINTED   *
013640*                     FOR THE ORIGINATING DEPARTMENT.          *
013650*--------------------------------------------------------------*
013660 5000-WRITE-TOTALS.
013670     IF REGISTER-OK
013680         MOVE "CARDS READ             : " TO RTL-LABEL
013690         MOVE RVS-CARDS-READ TO RTL-COUNT
013700         WRITE REGISTER-RECORD FROM RVS-TOTAL-LINE
013710         MOVE "REVERSALS ISSUED       : " TO RTL-LABEL
013720         MOVE RVS-ISSUED-COUNT TO RTL-COUNT
013730         WRITE REGISTER-RECORD FROM RVS-TOTAL-LINE
013740         MOVE "AMOUNT REVERSED        : " TO RAL-LABEL
013750         MOVE RVS-ISSUED-TOTAL TO RAL-TOTAL
013760         WRITE REGISTER-RECORD FROM RVS-AMOUNT-LINE
013770         MOVE "CARDS REFUSED          : " TO RTL-LABEL
013780         MOVE RVS-REFUSED-COUNT TO RTL-COUNT
013790         WRITE REGISTER-RECORD FROM RVS-TOTAL-LINE
013800         MOVE "CARDS HELD             : " TO RTL-LABEL
013810         MOVE RVS-HELD-COUNT TO RTL-COUNT
013820         WRITE REGISTER-RECORD FROM RVS-TOTAL-LINE
013830         CLOSE REGISTER-FILE
013840     END-IF.
013850*
013860     DISPLAY "NUMREVRS - CARDS READ = " RVS-CARDS-READ
013870         ", ISSUED = " RVS-ISSUED-COUNT
013880         ", REFUSED = " RVS-REFUSED-COUNT
013890         ", HELD = " RVS-HELD-COUNT.
013900*
013910     IF (RVS-REFUSED-COUNT > 0 OR RVS-HELD-COUNT > 0)
013920         AND RETURN-CODE < 4
013930         MOVE 4 TO RETURN-CODE
013940     END-IF.
013950 5000-EXIT.
013960     EXIT.
013970*
013980*--------------------------------------------------------------*
013990* 6000-WRITE-AUDIT-TRAIL - ONE "REVR" RECORD APPENDED TO THE   *
014000*                          PERMANENT AUDIT TRAIL EVERY RUN,    *
014010*                          EVEN WITH NOTHING ISSUED, SO THE    *
014020*                          CERTIFICATE CAN ACCOUNT FOR THE     *
014030*                          NIGHT'S REVERSALS APART FROM THE    *
014040*                          REST OF THE FEED. EVIDENCE, NOT     *
014050*                          PROCESSING - A BAD OPEN IS          *
014060*                          DISPLAYED ONLY.                     *
014070*--------------------------------------------------------------*
014080 6000-WRITE-AUDIT-TRAIL.
014090     OPEN EXTEND AUDIT-TRAIL-FILE.
014100     IF AUDIT-TRAIL-STATUS = "35"
014110         OPEN OUTPUT AUDIT-TRAIL-FILE
014120     END-IF.
014130     IF NOT AUDIT-TRAIL-OK
014140         DISPLAY "NUMREVRS - UNABLE TO OPEN AUDIT-TRAIL-"
014150             "FILE, STATUS = " AUDIT-TRAIL-STATUS
014160         GO TO 6000-EXIT
014170     END-IF.
014180*
014190     MOVE SPACES TO AUDIT-TRAIL-RECORD.
014200     MOVE "REVR" TO RVA-TAG.
014210     MOVE RVS-RUN-DATE TO RVA-RUN-DATE.
014220     MOVE RVS-RUN-HHMMSS TO RVA-RUN-TIME.
014230     MOVE RVS-ISSUED-COUNT TO RVA-ISSUED-COUNT.
014240     MOVE RVS-ISSUED-TOTAL TO RVA-ISSUED-TOTAL.
014250     MOVE RVS-REFUSED-COUNT TO RVA-REFUSED-COUNT.
014260     MOVE RVS-HELD-COUNT TO RVA-HELD-COUNT.
014270     WRITE AUDIT-TRAIL-RECORD.
014280     CLOSE AUDIT-TRAIL-FILE.
014290 6000-EXIT.
014300     EXIT.
014310*
014320*--------------------------------------------------------------*
014330* 9999-TERMINATE - END OF JOB                                  *
014340*--------------------------------------------------------------*
014350 9999-TERMINATE.
014360     STOP RUN.
014370 9999-EXIT.
014380     EXIT.
