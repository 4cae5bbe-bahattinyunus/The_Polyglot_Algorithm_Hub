000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMDORM.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. MONTHLY DORMANT-ACCOUNT SWEEP.   *
000210*                EVERY OPEN ACCOUNT ON THE REFERENCE MASTER IS *
000220*                MATCHED AGAINST THE ACCOUNT-LEVEL ACTIVITY    *
000230*                MASTER AND ITS MONTH-END ARCHIVES FOR ITS     *
000240*                LATEST ACTIVITY (OAM-LAST-SEEN). AN ACCOUNT   *
000250*                WITH NONE IN THE NUMBER OF MONTHS ON THE      *
000260*                CONTROL CARD IS LISTED FOR BRANCH SIGN-OFF,   *
000270*                A PAGE PER OWNING BRANCH WITH THE ACCOUNT     *
000280*                NAME, AND GETS A NUMREFMT "C" CLOSE CARD ON A *
000290*                HELD DECK THAT OPERATIONS RELEASES TO THE     *
000300*                NORMAL MAINTENANCE RUN ONCE THE BRANCHES HAVE *
000310*                SIGNED.                                       *
000320* 2026-10-15 RH  THE REFERENCE MASTER IS NOW A KEYED FILE. IT  *
000330*                IS STILL READ FRONT TO BACK, IN TYPE/KEY      *
000340*                ORDER.                                        *
000350*--------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DORMANT-CONTROL-FILE ASSIGN TO DORMCTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS DORMANT-CONTROL-STATUS.
000420*
000430     SELECT REF-MASTER-FILE  ASSIGN TO REFMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS RMR-REC-KEY
000470         FILE STATUS IS REF-MASTER-STATUS.
000480*
000490     SELECT ACCT-HISTORY-FILE ASSIGN TO ACCTHIST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS ACCT-HISTORY-STATUS.
000520*
000530     SELECT DORMANT-WORK-FILE ASSIGN TO DORMWORK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DORMANT-WORK-STATUS.
000560*
000570     SELECT CLOSE-CARD-FILE  ASSIGN TO DORMCARD
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CLOSE-CARD-STATUS.
000600*
000610     SELECT SWEEP-REPORT-FILE ASSIGN TO DORMRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SWEEP-REPORT-STATUS.
000640*
000650     SELECT MATCH-SORT-FILE  ASSIGN TO SORTWK01.
000660*
000670     SELECT BRANCH-SORT-FILE ASSIGN TO SORTWK01.
000680*
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS BUSINESS-DATE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DORMANT-CONTROL-FILE
000760     RECORDING MODE IS F.
000770 01  DORMANT-CONTROL-RECORD.
000780     05  DCC-IDLE-MONTHS     PIC X(02).
000790     05  FILLER              PIC X(78).
000800*
000810 FD  REF-MASTER-FILE.
000820 01  REF-MASTER-RECORD.
000830     05  RMR-REC-KEY.
000840         10  RMR-REC-TYPE    PIC X(01).
000850         10  RMR-KEY         PIC X(10).
000860     05  RMR-BRANCH          PIC X(04).
000870     05  RMR-STATUS          PIC X(01).
000880     05  RMR-STAT-DATE       PIC X(08).
000890     05  RMR-NAME            PIC X(20).
000900     05  FILLER              PIC X(36).
000910*
000920 FD  ACCT-HISTORY-FILE
000930     RECORDING MODE IS F.
000940 01  ACCT-HISTORY-RECORD.
000950     05  OAM-ACCOUNT         PIC X(10).
000960     05  OAM-FIRST-SEEN      PIC 9(08).
000970     05  OAM-LAST-SEEN       PIC 9(08).
000980     05  OAM-TRAN-COUNT      PIC 9(07).
000990     05  OAM-AMT-TOTAL       PIC 9(13).
001000     05  FILLER              PIC X(34).
001010*
001020 FD  DORMANT-WORK-FILE
001030     RECORDING MODE IS F.
001040 01  DORMANT-WORK-RECORD.
001050     05  DWK-BRANCH          PIC X(04).
001060     05  DWK-ACCOUNT         PIC X(10).
001070     05  DWK-NAME            PIC X(20).
001080     05  DWK-STAT-DATE       PIC 9(08).
001090     05  DWK-LAST-SEEN       PIC 9(08).
001100*
001110 FD  CLOSE-CARD-FILE
001120     RECORDING MODE IS F.
001130 01  CLOSE-CARD-RECORD.
001140     05  CCD-ACTION          PIC X(01).
001150     05  CCD-REC-TYPE        PIC X(01).
001160     05  CCD-KEY             PIC X(10).
001170     05  CCD-BRANCH          PIC X(04).
001180     05  CCD-NAME            PIC X(20).
001190     05  FILLER              PIC X(44).
001200*
001210 FD  SWEEP-REPORT-FILE
001220     RECORDING MODE IS F.
001230 01  SWEEP-REPORT-RECORD     PIC X(80).
001240*
001250*--------------------------------------------------------------*
001260* FIRST SORT - ACCOUNT ORDER. THE REFERENCE MASTER'S OPEN      *
001270* ACCOUNT (KIND 0) SORTS AHEAD OF ITS ACTIVITY RECORDS (KIND   *
001280* 1) FROM EVERY MASTER GENERATION.                             *
001290*--------------------------------------------------------------*
001300 SD  MATCH-SORT-FILE.
001310 01  MATCH-SORT-RECORD.
001320     05  MSR-ACCOUNT         PIC X(10).
001330     05  MSR-KIND            PIC X(01).
001340     05  MSR-LAST-SEEN       PIC 9(08).
001350     05  MSR-BRANCH          PIC X(04).
001360     05  MSR-STAT-DATE       PIC 9(08).
001370     05  MSR-NAME            PIC X(20).
001380*
001390*--------------------------------------------------------------*
001400* SECOND SORT - THE DORMANT ACCOUNTS IN OWNING-BRANCH ORDER    *
001410* FOR THE SIGN-OFF PAGES.                                      *
001420*--------------------------------------------------------------*
001430 SD  BRANCH-SORT-FILE.
001440 01  BRANCH-SORT-RECORD.
001450     05  BSR-BRANCH          PIC X(04).
001460     05  BSR-ACCOUNT         PIC X(10).
001470     05  BSR-NAME            PIC X(20).
001480     05  BSR-STAT-DATE       PIC 9(08).
001490     05  BSR-LAST-SEEN       PIC 9(08).
001500*
001510 FD  BUSINESS-DATE-FILE
001520     RECORDING MODE IS F.
001530 01  BUSINESS-DATE-RECORD.
001540     05  BDR-BUSINESS-DATE   PIC X(08).
001550     05  FILLER              PIC X(72).
001560*
001570 WORKING-STORAGE SECTION.
001580*--------------------------------------------------------------*
001590* FILE STATUS SAVE AREAS                                       *
001600*--------------------------------------------------------------*
001610 01  DORMANT-CONTROL-STATUS  PIC X(02) VALUE SPACES.
001620     88  DORMANT-CONTROL-OK            VALUE "00".
001630 01  REF-MASTER-STATUS       PIC X(02) VALUE SPACES.
001640     88  REF-MASTER-OK                 VALUE "00".
001650 01  ACCT-HISTORY-STATUS     PIC X(02) VALUE SPACES.
001660     88  ACCT-HISTORY-OK               VALUE "00".
001670 01  DORMANT-WORK-STATUS     PIC X(02) VALUE SPACES.
001680     88  DORMANT-WORK-OK               VALUE "00".
001690 01  CLOSE-CARD-STATUS       PIC X(02) VALUE SPACES.
001700     88  CLOSE-CARD-OK                 VALUE "00".
001710 01  SWEEP-REPORT-STATUS     PIC X(02) VALUE SPACES.
001720     88  SWEEP-REPORT-OK               VALUE "00".
001730 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001740     88  BUSINESS-DATE-OK              VALUE "00".
001750*
001760*--------------------------------------------------------------*
001770* SWITCHES                                                     *
001780*--------------------------------------------------------------*
001790 01  DRM-SWITCHES.
001800     05  REF-EOF-SW          PIC X(01) VALUE "N".
001810         88  REF-EOF-YES               VALUE "Y".
001820         88  REF-EOF-NO                VALUE "N".
001830     05  ACCT-EOF-SW         PIC X(01) VALUE "N".
001840         88  ACCT-EOF-YES              VALUE "Y".
001850         88  ACCT-EOF-NO               VALUE "N".
001860     05  SORT-EOF-SW         PIC X(01) VALUE "N".
001870         88  SORT-EOF-YES              VALUE "Y".
001880         88  SORT-EOF-NO               VALUE "N".
001890     05  HALT-SW             PIC X(01) VALUE "N".
001900         88  SWEEP-HALTED              VALUE "Y".
001910         88  SWEEP-GO                  VALUE "N".
001920     05  OPEN-ACCT-SW        PIC X(01) VALUE "N".
001930         88  OPEN-ACCT-YES             VALUE "Y".
001940         88  OPEN-ACCT-NO              VALUE "N".
001950*
001960*--------------------------------------------------------------*
001970* SWEEP CONTROL - THE DORMCTL CARD CARRIES THE MONTHS OF       *
001980* INACTIVITY IN COLS 1-2. THE ARCHIVES HOLD TWELVE MONTH-ENDS, *
001990* SO NO LONGER SPAN CAN BE PROVED IDLE.                        *
002000*--------------------------------------------------------------*
002010 01  DRM-IDLE-MONTHS         PIC 9(02) VALUE 12.
002020 01  DRM-IDLE-MAX            PIC 9(02) VALUE 12.
002030 01  DRM-RUN-DATE.
002040     05  DRM-RUN-CCYY        PIC 9(04).
002050     05  DRM-RUN-MM          PIC 9(02).
002060     05  DRM-RUN-DD          PIC 9(02).
002070 01  DRM-RUN-DATE-N REDEFINES DRM-RUN-DATE
002080                             PIC 9(08).
002090 01  DRM-CUTOFF-DATE.
002100     05  DRM-CUT-CCYY        PIC 9(04).
002110     05  DRM-CUT-MM          PIC 9(02).
002120     05  DRM-CUT-DD          PIC 9(02).
002130 01  DRM-CUTOFF-DATE-N REDEFINES DRM-CUTOFF-DATE
002140                             PIC 9(08).
002150 01  DRM-MONTH-NUMBER        PIC 9(06) VALUE 0.
002160 01  DRM-WORK-DATE.
002170     05  DRM-WORK-CCYY       PIC 9(04).
002180     05  DRM-WORK-MM         PIC 9(02).
002190     05  DRM-WORK-DD         PIC 9(02).
002200 01  DRM-WORK-DATE-N REDEFINES DRM-WORK-DATE
002210                             PIC 9(08).
002220 01  DRM-MONTHS-IDLE         PIC 9(04) VALUE 0.
002230 01  DRM-IDLE-EDIT           PIC ZZZ9.
002240*
002250*--------------------------------------------------------------*
002260* CONTROL-BREAK HOLD AREAS AND ACCUMULATORS                    *
002270*--------------------------------------------------------------*
002280 01  DRM-CUR-ACCOUNT         PIC X(10) VALUE SPACES.
002290 01  DRM-CUR-BRANCH          PIC X(04) VALUE SPACES.
002300 01  DRM-CUR-NAME            PIC X(20) VALUE SPACES.
002310 01  DRM-CUR-STAT-DATE       PIC 9(08) VALUE 0.
002320 01  DRM-CUR-LAST-SEEN       PIC 9(08) VALUE 0.
002330 01  DRM-BRANCH-COUNT        PIC 9(07) VALUE 0.
002340 01  DRM-PAGE-COUNT          PIC 9(04) VALUE 0.
002350 01  DRM-LINE-COUNT          PIC 9(04) VALUE 0.
002360 01  DRM-LINES-PER-PAGE      PIC 9(04) VALUE 45.
002370*
002380*--------------------------------------------------------------*
002390* RUN COUNTERS                                                 *
002400*--------------------------------------------------------------*
002410 01  DRM-REF-READ            PIC 9(07) VALUE 0.
002420 01  DRM-OPEN-ACCOUNTS       PIC 9(07) VALUE 0.
002430 01  DRM-HIST-READ           PIC 9(07) VALUE 0.
002440 01  DRM-SKIP-COUNT          PIC 9(07) VALUE 0.
002450 01  DRM-DORMANT-COUNT       PIC 9(07) VALUE 0.
002460 01  DRM-NEVER-COUNT         PIC 9(07) VALUE 0.
002470 01  DRM-BRANCHES-LISTED     PIC 9(07) VALUE 0.
002480 01  DRM-CARDS-WRITTEN       PIC 9(07) VALUE 0.
002490*
002500*--------------------------------------------------------------*
002510* SWEEP REPORT LINE LAYOUTS                                    *
002520*--------------------------------------------------------------*
002530 01  DRM-HEADING-1.
002540     05  FILLER              PIC X(30) VALUE
002550         "NUMDORM DORMANT ACCOUNT SWEEP ".
002560     05  FILLER              PIC X(17) VALUE
002570         "  BUSINESS DATE: ".
002580     05  DH1-DATE            PIC 9(08).
002590     05  FILLER              PIC X(08) VALUE SPACES.
002600     05  FILLER              PIC X(05) VALUE "PAGE ".
002610     05  DH1-PAGE            PIC ZZZ9.
002620 01  DRM-HEADING-2.
002630     05  FILLER              PIC X(16) VALUE
002640         "OWNING BRANCH: ".
002650     05  DH2-BRANCH          PIC X(04).
002660     05  FILLER              PIC X(25) VALUE
002670         "   NO ACTIVITY SINCE    ".
002680     05  DH2-CUTOFF          PIC 9(08).
002690     05  FILLER              PIC X(02) VALUE " (".
002700     05  DH2-MONTHS          PIC Z9.
002710     05  FILLER              PIC X(08) VALUE " MONTHS)".
002720 01  DRM-HEADING-3.
002730     05  FILLER              PIC X(39) VALUE
002740         "ACCOUNT    ACCOUNT NAME         OPENED/".
002750     05  FILLER              PIC X(38) VALUE
002760         "CHGD LAST ACTIVE  IDLE KEEP? (BRANCH) ".
002770 01  DRM-DETAIL-LINE.
002780     05  DDL-ACCOUNT         PIC X(10).
002790     05  FILLER              PIC X(01) VALUE SPACE.
002800     05  DDL-NAME            PIC X(20).
002810     05  FILLER              PIC X(01) VALUE SPACE.
002820     05  DDL-STAT-DATE       PIC 9(08).
002830     05  FILLER              PIC X(04) VALUE SPACES.
002840     05  DDL-LAST-SEEN       PIC X(12).
002850     05  FILLER              PIC X(01) VALUE SPACE.
002860     05  DDL-IDLE            PIC X(04).
002870     05  FILLER              PIC X(14) VALUE
002880         "  ___________ ".
002890 01  DRM-BRANCH-LINE.
002900     05  FILLER              PIC X(07) VALUE "BRANCH ".
002910     05  DBL-BRANCH          PIC X(04).
002920     05  FILLER              PIC X(20) VALUE
002930         " DORMANT ACCOUNTS : ".
002940     05  DBL-COUNT           PIC Z(6)9.
002950 01  DRM-SIGNOFF-LINE.
002960     05  FILLER              PIC X(40) VALUE
002970         "REVIEWED FOR BRANCH BY ________________ ".
002980     05  FILLER              PIC X(20) VALUE
002990         " DATE ______________".
003000 01  DRM-EMPTY-LINE.
003010     05  FILLER              PIC X(40) VALUE
003020         "NO OPEN ACCOUNT IS DORMANT - NO CLOSE CA".
003030     05  FILLER              PIC X(09) VALUE "RDS CUT  ".
003040 01  DRM-TOTAL-LINE.
003050     05  DTL-LABEL           PIC X(30).
003060     05  DTL-COUNT           PIC Z(6)9.
003070*
003080 PROCEDURE DIVISION.
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003120     PERFORM 2000-MATCH-ACCOUNTS THRU 2000-EXIT.
003130     PERFORM 4000-REPORT-DORMANT THRU 4000-EXIT.
003140     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003150     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003160*
003170*--------------------------------------------------------------*
003180* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE OUTPUT OPENS *
003190*--------------------------------------------------------------*
003200 1000-INITIALIZE.
003210     ACCEPT DRM-RUN-DATE FROM DATE YYYYMMDD.
003220     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003230*
003240     OPEN OUTPUT SWEEP-REPORT-FILE.
003250     IF NOT SWEEP-REPORT-OK
003260         DISPLAY "NUMDORM - UNABLE TO OPEN SWEEP-REPORT-FILE, "
003270             "STATUS = " SWEEP-REPORT-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         SET SWEEP-HALTED TO TRUE
003300     END-IF.
003310     OPEN OUTPUT CLOSE-CARD-FILE.
003320     IF NOT CLOSE-CARD-OK
003330         DISPLAY "NUMDORM - UNABLE TO OPEN CLOSE-CARD-FILE, "
003340             "STATUS = " CLOSE-CARD-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         SET SWEEP-HALTED TO TRUE
003370     END-IF.
003380 1000-EXIT.
003390     EXIT.
003400*
003410*--------------------------------------------------------------*
003420* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
003430*                          THE BUSINESS-DATE CONTROL RECORD    *
003440*                          THE NUMBDATE STEP MAINTAINS. THE    *
003450*                          IDLE SPAN IS COUNTED BACK FROM IT.  *
003460*                          MISSING OR UNREADABLE CONTROL FALLS *
003470*                          BACK TO THE WALL CLOCK WITH RC 4.   *
003480*--------------------------------------------------------------*
003490 1050-GET-BUSINESS-DATE.
003500     OPEN INPUT BUSINESS-DATE-FILE.
003510     IF NOT BUSINESS-DATE-OK
003520         DISPLAY "NUMDORM - *** WARNING - NO BUSINESS-DATE "
003530             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
003540             "), WALL-CLOCK DATE IN USE ***"
003550         IF RETURN-CODE < 4
003560             MOVE 4 TO RETURN-CODE
003570         END-IF
003580         GO TO 1050-EXIT
003590     END-IF.
003600     READ BUSINESS-DATE-FILE
003610         AT END
003620             DISPLAY "NUMDORM - *** WARNING - BUSINESS-DATE "
003630                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
003640             IF RETURN-CODE < 4
003650                 MOVE 4 TO RETURN-CODE
003660             END-IF
003670             GO TO 1050-CLOSE
003680     END-READ.
003690     IF BDR-BUSINESS-DATE NUMERIC
003700         MOVE BDR-BUSINESS-DATE TO DRM-RUN-DATE
003710     ELSE
003720         DISPLAY "NUMDORM - *** WARNING - BUSINESS-DATE "
003730             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
003740             "USE ***"
003750         IF RETURN-CODE < 4
003760             MOVE 4 TO RETURN-CODE
003770         END-IF
003780     END-IF.
003790 1050-CLOSE.
003800     CLOSE BUSINESS-DATE-FILE.
003810 1050-EXIT.
003820     EXIT.
003830*
003840*--------------------------------------------------------------*
003850* 1100-READ-CONTROL-CARD - MONTHS OF INACTIVITY FROM DORMCTL   *
003860*                          COLS 1-2 (DEFAULT AND CEILING 12 -  *
003870*                          THE ARCHIVE DEPTH). THE CUTOFF IS   *
003880*                          THE BUSINESS DATE THAT MANY MONTHS  *
003890*                          BACK: AN ACCOUNT WHOSE LATEST       *
003900*                          ACTIVITY, OPEN OR REOPEN IS BEFORE  *
003910*                          IT IS DORMANT.                      *
003920*--------------------------------------------------------------*
003930 1100-READ-CONTROL-CARD.
003940     OPEN INPUT DORMANT-CONTROL-FILE.
003950     IF NOT DORMANT-CONTROL-OK
003960         DISPLAY "NUMDORM - NO DORMCTL CARD (STATUS = "
003970             DORMANT-CONTROL-STATUS "), " DRM-IDLE-MONTHS
003980             " MONTHS IN USE"
003990         GO TO 1100-CUTOFF
004000     END-IF.
004010     READ DORMANT-CONTROL-FILE
004020         AT END
004030             GO TO 1100-CLOSE
004040     END-READ.
004050     EVALUATE TRUE
004060         WHEN DCC-IDLE-MONTHS = SPACES
004070             CONTINUE
004080         WHEN DCC-IDLE-MONTHS NOT NUMERIC
004090                 OR DCC-IDLE-MONTHS = "00"
004100             DISPLAY "NUMDORM - *** WARNING - DORMCTL MONTHS "
004110                 "NOT USABLE (" DCC-IDLE-MONTHS "), "
004120                 DRM-IDLE-MONTHS " IN USE ***"
004130             IF RETURN-CODE < 4
004140                 MOVE 4 TO RETURN-CODE
004150             END-IF
004160         WHEN OTHER
004170             MOVE DCC-IDLE-MONTHS TO DRM-IDLE-MONTHS
004180     END-EVALUATE.
004190     IF DRM-IDLE-MONTHS > DRM-IDLE-MAX
004200         DISPLAY "NUMDORM - *** WARNING - " DRM-IDLE-MONTHS
004210             " MONTHS IS PAST THE ARCHIVE DEPTH, "
004220             DRM-IDLE-MAX " IN USE ***"
004230         MOVE DRM-IDLE-MAX TO DRM-IDLE-MONTHS
004240         IF RETURN-CODE < 4
004250             MOVE 4 TO RETURN-CODE
004260         END-IF
004270     END-IF.
004280 1100-CLOSE.
004290     CLOSE DORMANT-CONTROL-FILE.
004300 1100-CUTOFF.
004310     COMPUTE DRM-MONTH-NUMBER = DRM-RUN-CCYY * 12
004320         + DRM-RUN-MM - 1 - DRM-IDLE-MONTHS.
004330     DIVIDE DRM-MONTH-NUMBER BY 12 GIVING DRM-CUT-CCYY
004340         REMAINDER DRM-CUT-MM.
004350     ADD 1 TO DRM-CUT-MM.
004360     MOVE DRM-RUN-DD TO DRM-CUT-DD.
004370     DISPLAY "NUMDORM - IDLE MONTHS = " DRM-IDLE-MONTHS
004380         ", NO ACTIVITY SINCE " DRM-CUTOFF-DATE.
004390 1100-EXIT.
004400     EXIT.
004410*
004420*--------------------------------------------------------------*
004430* 2000-MATCH-ACCOUNTS - ONE SORT BRINGS EACH OPEN ACCOUNT AND  *
004440*                       ALL ITS ACTIVITY RECORDS TOGETHER; THE *
004450*                       OUTPUT PROCEDURE WRITES THE DORMANT    *
004460*                       ONES TO THE WORK FILE. FILE-TO-FILE,   *
004470*                       SO NO TABLE LIMITS THE ACCOUNT BASE.   *
004480*--------------------------------------------------------------*
004490 2000-MATCH-ACCOUNTS.
004500     IF SWEEP-HALTED
004510         GO TO 2000-EXIT
004520     END-IF.
004530     SORT MATCH-SORT-FILE
004540         ASCENDING KEY MSR-ACCOUNT
004550         ASCENDING KEY MSR-KIND
004560         INPUT PROCEDURE IS 2100-RELEASE-INPUT
004570             THRU 2100-EXIT
004580         OUTPUT PROCEDURE IS 3000-FIND-DORMANT
004590             THRU 3000-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620*
004630*--------------------------------------------------------------*
004640* 2100-RELEASE-INPUT - SORT INPUT PROCEDURE. BOTH FILES ARE    *
004650*                      REQUIRED: WITHOUT THE REFERENCE MASTER  *
004660*                      THERE IS NOTHING TO SWEEP, AND WITHOUT  *
004670*                      THE ACTIVITY HISTORY EVERY ACCOUNT      *
004680*                      WOULD LOOK DORMANT. EITHER ONE MISSING  *
004690*                      OR EMPTY HALTS THE SWEEP (RC 16) WITH   *
004700*                      NO CARDS CUT.                           *
004710*--------------------------------------------------------------*
004720 2100-RELEASE-INPUT.
004730     PERFORM 2200-RELEASE-REF-MASTER THRU 2200-EXIT.
004740     IF SWEEP-HALTED
004750         GO TO 2100-EXIT
004760     END-IF.
004770     PERFORM 2300-RELEASE-HISTORY THRU 2300-EXIT.
004780 2100-EXIT.
004790     EXIT.
004800*
004810*--------------------------------------------------------------*
004820* 2200-RELEASE-REF-MASTER - ONE KIND-0 RECORD PER OPEN ACCOUNT *
004830*                           ("A" RECORD, STATUS "A"). BRANCHES *
004840*                           AND CLOSED ACCOUNTS ARE PASSED BY. *
004850*--------------------------------------------------------------*
004860 2200-RELEASE-REF-MASTER.
004870     OPEN INPUT REF-MASTER-FILE.
004880     IF NOT REF-MASTER-OK
004890         DISPLAY "NUMDORM - UNABLE TO OPEN REF-MASTER-FILE, "
004900             "STATUS = " REF-MASTER-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         SET SWEEP-HALTED TO TRUE
004930         GO TO 2200-EXIT
004940     END-IF.
004950*
004960     SET REF-EOF-NO TO TRUE.
004970     PERFORM 2250-READ-REF-MASTER THRU 2250-EXIT.
004980     PERFORM UNTIL REF-EOF-YES
004990         ADD 1 TO DRM-REF-READ
005000         IF RMR-REC-TYPE = "A" AND RMR-STATUS = "A"
005010                 AND RMR-KEY NOT = SPACES
005020             ADD 1 TO DRM-OPEN-ACCOUNTS
005030             MOVE RMR-KEY TO MSR-ACCOUNT
005040             MOVE "0" TO MSR-KIND
005050             MOVE ZERO TO MSR-LAST-SEEN
005060             MOVE RMR-BRANCH TO MSR-BRANCH
005070             IF RMR-STAT-DATE NUMERIC
005080                 MOVE RMR-STAT-DATE TO MSR-STAT-DATE
005090             ELSE
005100                 MOVE ZERO TO MSR-STAT-DATE
005110             END-IF
005120             MOVE RMR-NAME TO MSR-NAME
005130             RELEASE MATCH-SORT-RECORD
005140         END-IF
005150         PERFORM 2250-READ-REF-MASTER THRU 2250-EXIT
005160     END-PERFORM.
005170     CLOSE REF-MASTER-FILE.
005180*
005190     IF DRM-OPEN-ACCOUNTS = 0
005200         DISPLAY "NUMDORM - *** ERROR - NO OPEN ACCOUNTS ON "
005210             "THE REFERENCE MASTER, NOTHING SWEPT ***"
005220         MOVE 16 TO RETURN-CODE
005230         SET SWEEP-HALTED TO TRUE
005240     END-IF.
005250 2200-EXIT.
005260     EXIT.
005270*
005280*--------------------------------------------------------------*
005290* 2250-READ-REF-MASTER - READ ONE REFERENCE MASTER RECORD      *
005300*--------------------------------------------------------------*
005310 2250-READ-REF-MASTER.
005320     READ REF-MASTER-FILE
005330         AT END
005340             SET REF-EOF-YES TO TRUE
005350     END-READ.
005360 2250-EXIT.
005370     EXIT.
005380*
005390*--------------------------------------------------------------*
005400* 2300-RELEASE-HISTORY - ONE KIND-1 RECORD PER ACCOUNT RECORD  *
005410*                        ON THE CURRENT ACTIVITY MASTER AND ITS*
005420*                        MONTH-END ARCHIVES (CONCATENATED).    *
005430*                        MONTH HEADERS ARE PASSED BY; A        *
005440*                        DAMAGED RECORD IS SKIPPED (RC 8).     *
005450*--------------------------------------------------------------*
005460 2300-RELEASE-HISTORY.
005470     OPEN INPUT ACCT-HISTORY-FILE.
005480     IF NOT ACCT-HISTORY-OK
005490         DISPLAY "NUMDORM - UNABLE TO OPEN ACCT-HISTORY-FILE, "
005500             "STATUS = " ACCT-HISTORY-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         SET SWEEP-HALTED TO TRUE
005530         GO TO 2300-EXIT
005540     END-IF.
005550*
005560     SET ACCT-EOF-NO TO TRUE.
005570     PERFORM 2350-READ-HISTORY THRU 2350-EXIT.
005580     PERFORM UNTIL ACCT-EOF-YES
005590         EVALUATE TRUE
005600             WHEN ACCT-HISTORY-RECORD(1:6) = "ACMHDR"
005610                 CONTINUE
005620             WHEN OAM-ACCOUNT = SPACES
005630                     OR OAM-LAST-SEEN NOT NUMERIC
005640                 ADD 1 TO DRM-SKIP-COUNT
005650                 DISPLAY "NUMDORM - DAMAGED RECORD SKIPPED: "
005660                     ACCT-HISTORY-RECORD
005670             WHEN OTHER
005680                 ADD 1 TO DRM-HIST-READ
005690                 MOVE OAM-ACCOUNT TO MSR-ACCOUNT
005700                 MOVE "1" TO MSR-KIND
005710                 MOVE OAM-LAST-SEEN TO MSR-LAST-SEEN
005720                 MOVE SPACES TO MSR-BRANCH
005730                 MOVE ZERO TO MSR-STAT-DATE
005740                 MOVE SPACES TO MSR-NAME
005750                 RELEASE MATCH-SORT-RECORD
005760         END-EVALUATE
005770         PERFORM 2350-READ-HISTORY THRU 2350-EXIT
005780     END-PERFORM.
005790     CLOSE ACCT-HISTORY-FILE.
005800*
005810     IF DRM-HIST-READ = 0
005820         DISPLAY "NUMDORM - *** ERROR - NO ACCOUNT ACTIVITY "
005830             "ON FILE, EVERY ACCOUNT WOULD LOOK DORMANT - "
005840             "NOTHING SWEPT ***"
005850         MOVE 16 TO RETURN-CODE
005860         SET SWEEP-HALTED TO TRUE
005870     END-IF.
005880 2300-EXIT.
005890     EXIT.
005900*
005910*--------------------------------------------------------------*
005920* 2350-READ-HISTORY - READ ONE ACTIVITY MASTER RECORD          *
005930*--------------------------------------------------------------*
005940 2350-READ-HISTORY.
005950     READ ACCT-HISTORY-FILE
005960         AT END
005970             SET ACCT-EOF-YES TO TRUE
005980     END-READ.
005990 2350-EXIT.
006000     EXIT.
006010*
006020*--------------------------------------------------------------*
006030* 3000-FIND-DORMANT - SORT OUTPUT PROCEDURE. AT EACH ACCOUNT   *
006040*                     BREAK AN OPEN ACCOUNT'S LATEST ACTIVITY  *
006050*                     IS KNOWN. ACTIVITY FOR AN ACCOUNT THAT   *
006060*                     IS CLOSED OR NOT ON THE MASTER IS        *
006070*                     PASSED BY.                               *
006080*--------------------------------------------------------------*
006090 3000-FIND-DORMANT.
006100     IF SWEEP-HALTED
006110         GO TO 3000-EXIT
006120     END-IF.
006130     OPEN OUTPUT DORMANT-WORK-FILE.
006140     IF NOT DORMANT-WORK-OK
006150         DISPLAY "NUMDORM - UNABLE TO OPEN DORMANT-WORK-FILE, "
006160             "STATUS = " DORMANT-WORK-STATUS
006170         MOVE 16 TO RETURN-CODE
006180         SET SWEEP-HALTED TO TRUE
006190         GO TO 3000-EXIT
006200     END-IF.
006210*
006220     SET SORT-EOF-NO TO TRUE.
006230     PERFORM 3100-RETURN-MATCH THRU 3100-EXIT.
006240     IF NOT SORT-EOF-YES
006250         PERFORM 3150-START-ACCOUNT THRU 3150-EXIT
006260     END-IF.
006270     PERFORM UNTIL SORT-EOF-YES
006280         IF MSR-ACCOUNT NOT = DRM-CUR-ACCOUNT
006290             PERFORM 3300-END-ACCOUNT THRU 3300-EXIT
006300             PERFORM 3150-START-ACCOUNT THRU 3150-EXIT
006310         END-IF
006320         IF MSR-KIND = "0"
006330             SET OPEN-ACCT-YES TO TRUE
006340             MOVE MSR-BRANCH TO DRM-CUR-BRANCH
006350             MOVE MSR-NAME TO DRM-CUR-NAME
006360             MOVE MSR-STAT-DATE TO DRM-CUR-STAT-DATE
006370         ELSE
006380             IF MSR-LAST-SEEN > DRM-CUR-LAST-SEEN
006390                 MOVE MSR-LAST-SEEN TO DRM-CUR-LAST-SEEN
006400             END-IF
006410         END-IF
006420         PERFORM 3100-RETURN-MATCH THRU 3100-EXIT
006430     END-PERFORM.
006440     IF DRM-CUR-ACCOUNT NOT = SPACES
006450         PERFORM 3300-END-ACCOUNT THRU 3300-EXIT
006460     END-IF.
006470     CLOSE DORMANT-WORK-FILE.
006480 3000-EXIT.
006490     EXIT.
006500*
006510*--------------------------------------------------------------*
006520* 3100-RETURN-MATCH - TAKE THE NEXT RECORD FROM THE FIRST SORT *
006530*--------------------------------------------------------------*
006540 3100-RETURN-MATCH.
006550     RETURN MATCH-SORT-FILE
006560         AT END
006570             SET SORT-EOF-YES TO TRUE
006580     END-RETURN.
006590 3100-EXIT.
006600     EXIT.
006610*
006620*--------------------------------------------------------------*
006630* 3150-START-ACCOUNT - FRESH HOLD AREA FOR THE NEXT ACCOUNT    *
006640*--------------------------------------------------------------*
006650 3150-START-ACCOUNT.
006660     MOVE MSR-ACCOUNT TO DRM-CUR-ACCOUNT.
006670     SET OPEN-ACCT-NO TO TRUE.
006680     MOVE SPACES TO DRM-CUR-BRANCH.
006690     MOVE SPACES TO DRM-CUR-NAME.
006700     MOVE ZERO TO DRM-CUR-STAT-DATE.
006710     MOVE ZERO TO DRM-CUR-LAST-SEEN.
006720 3150-EXIT.
006730     EXIT.
006740*
006750*--------------------------------------------------------------*
006760* 3300-END-ACCOUNT - AN OPEN ACCOUNT IS DORMANT WHEN NEITHER   *
006770*                    ITS LATEST ACTIVITY NOR ITS OPEN/REOPEN   *
006780*                    DATE FALLS ON OR AFTER THE CUTOFF. A      *
006790*                    NEWLY OPENED ACCOUNT IS NEVER SWEPT       *
006800*                    BEFORE IT HAS HAD THE FULL SPAN TO TRADE. *
006810*--------------------------------------------------------------*
006820 3300-END-ACCOUNT.
006830     IF OPEN-ACCT-NO
006840         GO TO 3300-EXIT
006850     END-IF.
006860     IF DRM-CUR-LAST-SEEN NOT < DRM-CUTOFF-DATE-N
006870             OR DRM-CUR-STAT-DATE NOT < DRM-CUTOFF-DATE-N
006880         GO TO 3300-EXIT
006890     END-IF.
006900     ADD 1 TO DRM-DORMANT-COUNT.
006910     IF DRM-CUR-LAST-SEEN = 0
006920         ADD 1 TO DRM-NEVER-COUNT
006930     END-IF.
006940     MOVE DRM-CUR-BRANCH TO DWK-BRANCH.
006950     MOVE DRM-CUR-ACCOUNT TO DWK-ACCOUNT.
006960     MOVE DRM-CUR-NAME TO DWK-NAME.
006970     MOVE DRM-CUR-STAT-DATE TO DWK-STAT-DATE.
006980     MOVE DRM-CUR-LAST-SEEN TO DWK-LAST-SEEN.
006990     WRITE DORMANT-WORK-RECORD.
007000 3300-EXIT.
007010     EXIT.
007020*
007030*--------------------------------------------------------------*
007040* 4000-REPORT-DORMANT - RESORT THE DORMANT ACCOUNTS BY OWNING  *
007050*                       BRANCH AND CUT THE SIGN-OFF PAGES AND  *
007060*                       THE HELD CLOSE-CARD DECK IN ONE PASS.  *
007070*--------------------------------------------------------------*
007080 4000-REPORT-DORMANT.
007090     IF SWEEP-HALTED
007100         GO TO 4000-EXIT
007110     END-IF.
007120     SORT BRANCH-SORT-FILE
007130         ASCENDING KEY BSR-BRANCH
007140         ASCENDING KEY BSR-ACCOUNT
007150         USING DORMANT-WORK-FILE
007160         OUTPUT PROCEDURE IS 5000-REPORT-BODY
007170             THRU 5000-EXIT.
007180 4000-EXIT.
007190     EXIT.
007200*
007210*--------------------------------------------------------------*
007220* 5000-REPORT-BODY - SORT OUTPUT PROCEDURE. A FRESH PAGE PER   *
007230*                    OWNING BRANCH SO THE PAGES CAN BE BURST   *
007240*                    AND SENT OUT FOR SIGN-OFF, AND ONE CLOSE  *
007250*                    CARD PER ACCOUNT LISTED.                  *
007260*--------------------------------------------------------------*
007270 5000-REPORT-BODY.
007280     SET SORT-EOF-NO TO TRUE.
007290     PERFORM 5100-RETURN-DORMANT THRU 5100-EXIT.
007300     IF SORT-EOF-YES
007310         MOVE SPACES TO DRM-CUR-BRANCH
007320         PERFORM 5600-PAGE-HEADINGS THRU 5600-EXIT
007330         WRITE SWEEP-REPORT-RECORD FROM DRM-EMPTY-LINE
007340         GO TO 5000-EXIT
007350     END-IF.
007360*
007370     PERFORM 5150-START-BRANCH THRU 5150-EXIT.
007380     PERFORM UNTIL SORT-EOF-YES
007390         IF BSR-BRANCH NOT = DRM-CUR-BRANCH
007400             PERFORM 5400-END-BRANCH THRU 5400-EXIT
007410             PERFORM 5150-START-BRANCH THRU 5150-EXIT
007420         END-IF
007430         PERFORM 5200-LIST-ACCOUNT THRU 5200-EXIT
007440         PERFORM 5300-WRITE-CLOSE-CARD THRU 5300-EXIT
007450         PERFORM 5100-RETURN-DORMANT THRU 5100-EXIT
007460     END-PERFORM.
007470     PERFORM 5400-END-BRANCH THRU 5400-EXIT.
007480 5000-EXIT.
007490     EXIT.
007500*
007510*--------------------------------------------------------------*
007520* 5100-RETURN-DORMANT - TAKE THE NEXT RECORD FROM THE SECOND   *
007530*                       SORT                                   *
007540*--------------------------------------------------------------*
007550 5100-RETURN-DORMANT.
007560     RETURN BRANCH-SORT-FILE
007570         AT END
007580             SET SORT-EOF-YES TO TRUE
007590     END-RETURN.
007600 5100-EXIT.
007610     EXIT.
007620*
007630*--------------------------------------------------------------*
007640* 5150-START-BRANCH - OPEN A NEW OWNING BRANCH ON A FRESH PAGE *
007650*--------------------------------------------------------------*
007660 5150-START-BRANCH.
007670     MOVE BSR-BRANCH TO DRM-CUR-BRANCH.
007680     MOVE ZERO TO DRM-BRANCH-COUNT.
007690     ADD 1 TO DRM-BRANCHES-LISTED.
007700     PERFORM 5600-PAGE-HEADINGS THRU 5600-EXIT.
007710 5150-EXIT.
007720     EXIT.
007730*
007740*--------------------------------------------------------------*
007750* 5200-LIST-ACCOUNT - ONE DORMANT ACCOUNT: NAME, OPEN/REOPEN   *
007760*                     DATE, LATEST ACTIVITY AND WHOLE MONTHS   *
007770*                     IDLE, WITH A BOX FOR THE BRANCH TO MARK  *
007780*                     ANY ACCOUNT IT WANTS KEPT OPEN.          *
007790*--------------------------------------------------------------*
007800 5200-LIST-ACCOUNT.
007810     IF DRM-LINE-COUNT >= DRM-LINES-PER-PAGE
007820         PERFORM 5600-PAGE-HEADINGS THRU 5600-EXIT
007830     END-IF.
007840     MOVE BSR-ACCOUNT TO DDL-ACCOUNT.
007850     MOVE BSR-NAME TO DDL-NAME.
007860     MOVE BSR-STAT-DATE TO DDL-STAT-DATE.
007870     IF BSR-LAST-SEEN = 0
007880         MOVE "NONE ON FILE" TO DDL-LAST-SEEN
007890         MOVE BSR-STAT-DATE TO DRM-WORK-DATE-N
007900     ELSE
007910         MOVE BSR-LAST-SEEN TO DDL-LAST-SEEN
007920         MOVE BSR-LAST-SEEN TO DRM-WORK-DATE-N
007930     END-IF.
007940     IF DRM-WORK-DATE-N = 0
007950         MOVE " ---" TO DDL-IDLE
007960     ELSE
007970         COMPUTE DRM-MONTHS-IDLE =
007980             (DRM-RUN-CCYY * 12 + DRM-RUN-MM)
007990             - (DRM-WORK-CCYY * 12 + DRM-WORK-MM)
008000         MOVE DRM-MONTHS-IDLE TO DRM-IDLE-EDIT
008010         MOVE DRM-IDLE-EDIT TO DDL-IDLE
008020     END-IF.
008030     IF SWEEP-REPORT-OK
008040         WRITE SWEEP-REPORT-RECORD FROM DRM-DETAIL-LINE
008050     END-IF.
008060     ADD 1 TO DRM-LINE-COUNT.
008070     ADD 1 TO DRM-BRANCH-COUNT.
008080 5200-EXIT.
008090     EXIT.
008100*
008110*--------------------------------------------------------------*
008120* 5300-WRITE-CLOSE-CARD - A NUMREFMT CLOSE CARD FOR THE        *
008130*                         ACCOUNT: COL 1 "C", COL 2 "A", COLS  *
008140*                         3-12 ACCOUNT, 13-16 OWNING BRANCH,   *
008150*                         17-36 NAME (FOR THE MAINTENANCE      *
008160*                         REPORT).                             *
008170*--------------------------------------------------------------*
008180 5300-WRITE-CLOSE-CARD.
008190     MOVE SPACES TO CLOSE-CARD-RECORD.
008200     MOVE "C" TO CCD-ACTION.
008210     MOVE "A" TO CCD-REC-TYPE.
008220     MOVE BSR-ACCOUNT TO CCD-KEY.
008230     MOVE BSR-BRANCH TO CCD-BRANCH.
008240     MOVE BSR-NAME TO CCD-NAME.
008250     WRITE CLOSE-CARD-RECORD.
008260     ADD 1 TO DRM-CARDS-WRITTEN.
008270 5300-EXIT.
008280     EXIT.
008290*
008300*--------------------------------------------------------------*
008310* 5400-END-BRANCH - BRANCH COUNT AND THE SIGN-OFF LINE         *
008320*--------------------------------------------------------------*
008330 5400-END-BRANCH.
008340     IF NOT SWEEP-REPORT-OK
008350         GO TO 5400-EXIT
008360     END-IF.
008370     MOVE SPACES TO SWEEP-REPORT-RECORD.
008380     WRITE SWEEP-REPORT-RECORD.
008390     MOVE DRM-CUR-BRANCH TO DBL-BRANCH.
008400     MOVE DRM-BRANCH-COUNT TO DBL-COUNT.
008410     WRITE SWEEP-REPORT-RECORD FROM DRM-BRANCH-LINE.
008420     MOVE SPACES TO SWEEP-REPORT-RECORD.
008430     WRITE SWEEP-REPORT-RECORD.
008440     WRITE SWEEP-REPORT-RECORD FROM DRM-SIGNOFF-LINE.
008450 5400-EXIT.
008460     EXIT.
008470*
008480*--------------------------------------------------------------*
008490* 5600-PAGE-HEADINGS - START A NEW PAGE FOR THE CURRENT BRANCH *
008500*--------------------------------------------------------------*
008510 5600-PAGE-HEADINGS.
008520     ADD 1 TO DRM-PAGE-COUNT.
008530     MOVE ZERO TO DRM-LINE-COUNT.
008540     IF NOT SWEEP-REPORT-OK
008550         GO TO 5600-EXIT
008560     END-IF.
008570     MOVE DRM-RUN-DATE-N TO DH1-DATE.
008580     MOVE DRM-PAGE-COUNT TO DH1-PAGE.
008590     WRITE SWEEP-REPORT-RECORD FROM DRM-HEADING-1.
008600     MOVE DRM-CUR-BRANCH TO DH2-BRANCH.
008610     MOVE DRM-CUTOFF-DATE-N TO DH2-CUTOFF.
008620     MOVE DRM-IDLE-MONTHS TO DH2-MONTHS.
008630     WRITE SWEEP-REPORT-RECORD FROM DRM-HEADING-2.
008640     IF DRM-CUR-BRANCH NOT = "*ALL"
008650         WRITE SWEEP-REPORT-RECORD FROM DRM-HEADING-3
008660     END-IF.
008670 5600-EXIT.
008680     EXIT.
008690*
008700*--------------------------------------------------------------*
008710* 6000-WRITE-TOTALS - RECAP PAGE AND JOB-LOG COUNTS. DORMANT   *
008720*                     ACCOUNTS FOUND END RC 4 SO OPERATIONS    *
008730*                     KNOWS A HELD DECK IS WAITING; DAMAGED    *
008740*                     HISTORY ENDS RC 8.                       *
008750*--------------------------------------------------------------*
008760 6000-WRITE-TOTALS.
008770     IF CLOSE-CARD-OK
008780         CLOSE CLOSE-CARD-FILE
008790     END-IF.
008800     IF DRM-CARDS-WRITTEN > 0
008810         DISPLAY "NUMDORM - " DRM-CARDS-WRITTEN
008820             " CLOSE CARDS HELD FOR BRANCH SIGN-OFF"
008830         IF RETURN-CODE < 4
008840             MOVE 4 TO RETURN-CODE
008850         END-IF
008860     END-IF.
008870     IF DRM-SKIP-COUNT > 0
008880         DISPLAY "NUMDORM - RECORDS SKIPPED = " DRM-SKIP-COUNT
008890         IF RETURN-CODE < 8
008900             MOVE 8 TO RETURN-CODE
008910         END-IF
008920     END-IF.
008930     DISPLAY "NUMDORM - OPEN ACCOUNTS = " DRM-OPEN-ACCOUNTS
008940         ", DORMANT = " DRM-DORMANT-COUNT.
008950     IF NOT SWEEP-REPORT-OK
008960         GO TO 6000-EXIT
008970     END-IF.
008980*
008990     MOVE "*ALL" TO DRM-CUR-BRANCH.
009000     PERFORM 5600-PAGE-HEADINGS THRU 5600-EXIT.
009010     MOVE "REFERENCE RECORDS READ" TO DTL-LABEL.
009020     MOVE DRM-REF-READ TO DTL-COUNT.
009030     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009040     MOVE "OPEN ACCOUNTS EXAMINED" TO DTL-LABEL.
009050     MOVE DRM-OPEN-ACCOUNTS TO DTL-COUNT.
009060     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009070     MOVE "ACTIVITY RECORDS READ" TO DTL-LABEL.
009080     MOVE DRM-HIST-READ TO DTL-COUNT.
009090     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009100     MOVE "DAMAGED RECORDS SKIPPED" TO DTL-LABEL.
009110     MOVE DRM-SKIP-COUNT TO DTL-COUNT.
009120     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009130     MOVE "DORMANT ACCOUNTS" TO DTL-LABEL.
009140     MOVE DRM-DORMANT-COUNT TO DTL-COUNT.
009150     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009160     MOVE "  OF WHICH NO ACTIVITY ON FILE" TO DTL-LABEL.
009170     MOVE DRM-NEVER-COUNT TO DTL-COUNT.
009180     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009190     MOVE "BRANCHES TO SIGN OFF" TO DTL-LABEL.
009200     MOVE DRM-BRANCHES-LISTED TO DTL-COUNT.
009210     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009220     MOVE "CLOSE CARDS HELD" TO DTL-LABEL.
009230     MOVE DRM-CARDS-WRITTEN TO DTL-COUNT.
009240     WRITE SWEEP-REPORT-RECORD FROM DRM-TOTAL-LINE.
009250     CLOSE SWEEP-REPORT-FILE.
009260 6000-EXIT.
009270     EXIT.
009280*
009290*--------------------------------------------------------------*
009300* 9999-TERMINATE - END OF JOB                                  *
009310*--------------------------------------------------------------*
009320 9999-TERMINATE.
009330     STOP RUN.
009340 9999-EXIT.
009350     EXIT.
