000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-09-02 RH  NEW PROGRAM. BATCH MAINTENANCE FOR THE        *
000210*                BRANCH/ACCOUNT REFERENCE MASTER THE DAILY     *
000220*                SORT EDITS AGAINST. READS THE CURRENT MASTER  *
000230*                GENERATION PLUS A DECK OF MAINTENANCE CARDS   *
000240*                (ADD/CLOSE/REOPEN, FOR BRANCHES AND ACCOUNTS),*
000250*                APPLIES THEM IN CARD ORDER, AND CUTS THE NEXT *
000260*                GENERATION IN TYPE/KEY ORDER SO THE SORT'S    *
000270*                ACCOUNT LOOKUP CAN BINARY-SEARCH IT. EVERY    *
000280*                CARD IS ACCOUNTED FOR ON THE MAINTENANCE      *
000290*                REPORT SO OPERATIONS CAN KEEP THE MASTER      *
000300*                CURRENT WITHOUT A PROGRAMMER.                 *
000310* 2026-09-02 RH  THE RUN DATE NOW COMES FROM THE BUSINESS-DATE *
000320*                CONTROL RECORD (BIZDATE) THE NUMBDATE STEP    *
000330*                MAINTAINS, SO A SCHEDULE THAT SLIPS PAST      *
000340*                MIDNIGHT KEEPS ITS PROCESSING DATE. A MISSING *
000350*                CONTROL RECORD FALLS BACK TO THE WALL CLOCK   *
000360*                WITH RC 4 SO OPERATIONS SEES IT.              *
000370* 2026-10-15 RH  THE MASTER IS NOW A KEYED (INDEXED) FILE ON   *
000380*                TYPE/KEY, UPDATED IN PLACE. EACH CARD READS   *
000390*                ITS KEY DIRECTLY AND THE CHANGE IS WRITTEN OR *
000400*                REWRITTEN, SO THE 6,000-RECORD WORK TABLE,    *
000410*                THE SORT AND THE GENERATION CUT ARE GONE.     *
000420*                EVERY CHANGE ALSO GOES TO THE MAINTENANCE     *
000430*                JOURNAL (REFJRNL) AS A BEFORE AND AN AFTER    *
000440*                IMAGE, AND THE FIRST RUN RECORDS A BASELINE   *
000450*                IMAGE OF THE WHOLE MASTER, SO THE NUMREFRB    *
000460*                JOB CAN REBUILD THE MASTER AS OF ANY NIGHT    *
000470*                THE JOURNAL COVERS. A CHANGE THE JOURNAL      *
000480*                CANNOT RECORD IS BACKED OUT OF THE MASTER AND *
000490*                THE RUN IS ABANDONED. A BRANCH KEY MAY NOW    *
000500*                HOLD ONLY THE 4-CHARACTER BRANCH CODE, THE    *
000510*                FORM THE SORT READS IT BY.                    *
000520*--------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT REF-MASTER-FILE  ASSIGN TO REFMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS REF-REC-KEY
000600         FILE STATUS IS REF-MASTER-STATUS.
000610*
000620     SELECT MAINT-CARD-FILE  ASSIGN TO REFCARDS
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS MAINT-CARD-STATUS.
000650*
000660     SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS REF-JOURNAL-STATUS.
000690*
000700     SELECT REF-REPORT-FILE  ASSIGN TO REFMRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS REF-REPORT-STATUS.
000730*
000740     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BUSINESS-DATE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*--------------------------------------------------------------*
000810* REFERENCE MASTER - KEYED ON RECORD TYPE PLUS KEY. A BRANCH   *
000820* IS KEYED "B" PLUS ITS CODE LEFT-JUSTIFIED, AN ACCOUNT "A"    *
000830* PLUS ITS NUMBER.                                             *
000840*--------------------------------------------------------------*
000850 FD  REF-MASTER-FILE.
000860 01  REF-MASTER-RECORD.
000870     05  REF-REC-KEY.
000880         10  REF-REC-TYPE    PIC X(01).
000890         10  REF-KEY         PIC X(10).
000900     05  REF-BRANCH          PIC X(04).
000910     05  REF-STATUS          PIC X(01).
000920     05  REF-STAT-DATE       PIC X(08).
000930     05  REF-NAME            PIC X(20).
000940     05  FILLER              PIC X(36).
000950*
000960 FD  MAINT-CARD-FILE
000970     RECORDING MODE IS F.
000980 01  MAINT-CARD-RECORD.
000990     05  MNT-ACTION          PIC X(01).
001000     05  MNT-REC-TYPE        PIC X(01).
001010     05  MNT-KEY             PIC X(10).
001020     05  MNT-BRANCH          PIC X(04).
001030     05  MNT-NAME            PIC X(20).
001040*
001050*--------------------------------------------------------------*
001060* MAINTENANCE JOURNAL - EVERY CHANGE TO THE MASTER IN THE      *
001070* ORDER APPLIED, STAMPED WITH THE BUSINESS DATE OF THE RUN.    *
001080* IMAGE "B" IS THE RECORD BEFORE A CLOSE OR REOPEN, "A" THE    *
001090* RECORD AFTER ANY CHANGE (AN ADD HAS NO BEFORE-IMAGE), AND    *
001100* "L" THE BASELINE IMAGE OF EVERY RECORD WRITTEN BY THE FIRST  *
001110* RUN. THE MASTER AS OF ANY DATE IS THE LATEST "L" OR "A"      *
001120* IMAGE OF EACH KEY STAMPED ON OR BEFORE IT.                   *
001130*--------------------------------------------------------------*
001140 FD  REF-JOURNAL-FILE
001150     RECORDING MODE IS F.
001160 01  REF-JOURNAL-RECORD.
001170     05  RFJ-BUS-DATE        PIC 9(08).
001180     05  RFJ-RUN-TIME        PIC 9(06).
001190     05  RFJ-IMAGE           PIC X(01).
001200     05  RFJ-ACTION          PIC X(01).
001210     05  FILLER              PIC X(04).
001220     05  RFJ-MASTER-IMAGE    PIC X(80).
001230*
001240 FD  REF-REPORT-FILE
001250     RECORDING MODE IS F.
001260 01  REF-REPORT-RECORD       PIC X(80).
001270*
001280 FD  BUSINESS-DATE-FILE
001290     RECORDING MODE IS F.
001300 01  BUSINESS-DATE-RECORD.
001310     05  BDR-BUSINESS-DATE   PIC X(08).
001320     05  FILLER              PIC X(72).
001330*
001340 WORKING-STORAGE SECTION.
001350*--------------------------------------------------------------*
001360* FILE STATUS SAVE AREAS                                       *
001370*--------------------------------------------------------------*
001380 01  REF-MASTER-STATUS       PIC X(02) VALUE SPACES.
001390     88  REF-MASTER-OK                 VALUE "00".
001400 01  MAINT-CARD-STATUS       PIC X(02) VALUE SPACES.
001410     88  MAINT-CARD-OK                 VALUE "00".
001420 01  REF-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
001430     88  REF-JOURNAL-OK                VALUE "00".
001440     88  REF-JOURNAL-NOT-FOUND         VALUE "35".
001450 01  REF-REPORT-STATUS       PIC X(02) VALUE SPACES.
001460     88  REF-REPORT-OK                 VALUE "00".
001470*
001480 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001490     88  BUSINESS-DATE-OK              VALUE "00".
001500*
001510*--------------------------------------------------------------*
001520* SWITCHES                                                     *
001530*--------------------------------------------------------------*
001540 01  RFM-SWITCHES.
001550     05  MASTER-OPEN-SW      PIC X(01) VALUE "N".
001560         88  MASTER-OPEN-YES           VALUE "Y".
001570         88  MASTER-OPEN-NO            VALUE "N".
001580     05  MASTER-EOF-SW       PIC X(01) VALUE "N".
001590         88  MASTER-EOF-YES            VALUE "Y".
001600         88  MASTER-EOF-NO             VALUE "N".
001610     05  MASTER-READ-SW      PIC X(01) VALUE "Y".
001620         88  MASTER-READ-OK            VALUE "Y".
001630         88  MASTER-READ-FAILED        VALUE "N".
001640     05  JOURNAL-OPEN-SW     PIC X(01) VALUE "N".
001650         88  JOURNAL-OPEN-YES          VALUE "Y".
001660         88  JOURNAL-OPEN-NO           VALUE "N".
001670     05  JOURNAL-EOF-SW      PIC X(01) VALUE "N".
001680         88  JOURNAL-EOF-YES           VALUE "Y".
001690         88  JOURNAL-EOF-NO            VALUE "N".
001700     05  JOURNAL-WRITE-SW    PIC X(01) VALUE "Y".
001710         88  JOURNAL-WRITE-OK          VALUE "Y".
001720         88  JOURNAL-WRITE-FAILED      VALUE "N".
001730     05  CARD-EOF-SW         PIC X(01) VALUE "N".
001740         88  CARD-EOF-YES              VALUE "Y".
001750         88  CARD-EOF-NO               VALUE "N".
001760     05  FIND-SW             PIC X(01) VALUE "N".
001770         88  FIND-YES                  VALUE "Y".
001780         88  FIND-NO                   VALUE "N".
001790     05  ABORT-SW            PIC X(01) VALUE "N".
001800         88  RUN-ABANDONED             VALUE "Y".
001810         88  RUN-PROCEEDING            VALUE "N".
001820*
001830*--------------------------------------------------------------*
001840* CHANGE HOLD AREAS - THE MASTER RECORD BEFORE AND AFTER THE   *
001850* CHANGE, KEPT FOR THE JOURNAL IMAGES AND FOR BACKING THE      *
001860* CHANGE OUT WHEN THE JOURNAL CANNOT RECORD IT, AND THE OWNING *
001870* BRANCH'S STATUS ON AN ACCOUNT ADD.                           *
001880*--------------------------------------------------------------*
001890 01  RFM-BEFORE-IMAGE        PIC X(80) VALUE SPACES.
001900 01  RFM-AFTER-IMAGE         PIC X(80) VALUE SPACES.
001910 01  RFM-BRANCH-STATUS       PIC X(01) VALUE SPACE.
001920*
001930*--------------------------------------------------------------*
001940* RUN CONTROL FIELDS AND COUNTERS                              *
001950*--------------------------------------------------------------*
001960 01  RFM-RUN-DATE            PIC 9(08) VALUE 0.
001970 01  RFM-RUN-TIME-RAW.
001980     05  RFM-RUN-HHMMSS      PIC 9(06).
001990     05  FILLER              PIC 9(02).
002000 01  RFM-JRN-COUNT           PIC 9(09) VALUE 0.
002010 01  RFM-JRN-FIRST-DATE      PIC 9(08) VALUE 0.
002020 01  RFM-JRN-WRITTEN         PIC 9(07) VALUE 0.
002030 01  RFM-BASELINE-COUNT      PIC 9(07) VALUE 0.
002040 01  RFM-CARDS-READ          PIC 9(05) VALUE 0.
002050 01  RFM-CARDS-APPLIED       PIC 9(05) VALUE 0.
002060 01  RFM-CARDS-IN-ERROR      PIC 9(05) VALUE 0.
002070 01  RFM-BR-ACTIVE           PIC 9(07) VALUE 0.
002080 01  RFM-BR-CLOSED           PIC 9(07) VALUE 0.
002090 01  RFM-AC-ACTIVE           PIC 9(07) VALUE 0.
002100 01  RFM-AC-CLOSED           PIC 9(07) VALUE 0.
002110 01  RFM-CARD-NOTE           PIC X(24) VALUE SPACES.
002120 01  RFM-JRN-IMAGE           PIC X(01) VALUE SPACE.
002130 01  RFM-JRN-ACTION          PIC X(01) VALUE SPACE.
002140 01  RFM-JRN-MASTER          PIC X(80) VALUE SPACES.
002150*
002160*--------------------------------------------------------------*
002170* MAINTENANCE REPORT LINE LAYOUTS                              *
002180*--------------------------------------------------------------*
002190 01  RFM-HEADING-LINE.
002200     05  FILLER              PIC X(36) VALUE
002210         "NUMREFMT REFERENCE MASTER MAINTENANC".
002220     05  FILLER              PIC X(01) VALUE "E".
002230     05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
002240     05  RFM-HDG-DATE        PIC 9(08).
002250 01  RFM-DETAIL-LINE.
002260     05  RFM-DTL-ACTION      PIC X(07).
002270     05  FILLER              PIC X(01) VALUE SPACE.
002280     05  RFM-DTL-TYPE        PIC X(01).
002290     05  FILLER              PIC X(01) VALUE SPACE.
002300     05  RFM-DTL-KEY         PIC X(10).
002310     05  FILLER              PIC X(01) VALUE SPACE.
002320     05  RFM-DTL-BRANCH      PIC X(04).
002330     05  FILLER              PIC X(01) VALUE SPACE.
002340     05  RFM-DTL-NAME        PIC X(20).
002350     05  FILLER              PIC X(03) VALUE " - ".
002360     05  RFM-DTL-NOTE        PIC X(24).
002370 01  RFM-ABANDON-LINE.
002380     05  FILLER              PIC X(40) VALUE
002390         "*** RUN ABANDONED - ANY CARDS AFTER THIS".
002400     05  FILLER              PIC X(40) VALUE
002410         " POINT WERE NOT APPLIED ***".
002420 01  RFM-TOTAL-LINE.
002430     05  RFM-TOT-LABEL       PIC X(25).
002440     05  RFM-TOT-COUNT       PIC Z(6)9.
002450*
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 1800-CHECK-JOURNAL THRU 1800-EXIT.
002500     PERFORM 2000-START-JOURNAL THRU 2000-EXIT.
002510*    "RUN ABANDONED" STOPS THE DECK WHERE IT STANDS: AN OPEN
002520*    FAILURE OR AN UNUSABLE JOURNAL APPLIES NO CARD AT ALL, AND
002530*    A MASTER OR JOURNAL WRITE FAILURE KEEPS THE CARDS ALREADY
002540*    APPLIED (EACH ONE IS ON THE JOURNAL) AND APPLIES NO MORE.
002550*    THE REPORT AND TOTALS ARE STILL WRITTEN SO OPERATIONS CAN
002560*    SEE WHERE THE DECK STOPPED.
002570     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
002580     PERFORM 5000-TALLY-MASTER THRU 5000-EXIT.
002590     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002610*
002620*--------------------------------------------------------------*
002630* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND FILE OPENS. THE  *
002640*                   MASTER IS OPENED FOR UPDATE; WITHOUT IT    *
002650*                   THERE IS NOTHING TO MAINTAIN AND THE RUN   *
002660*                   IS ABANDONED.                              *
002670*--------------------------------------------------------------*
002680 1000-INITIALIZE.
002690     ACCEPT RFM-RUN-DATE FROM DATE YYYYMMDD.
002700     ACCEPT RFM-RUN-TIME-RAW FROM TIME.
002710     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002720*
002730     OPEN I-O REF-MASTER-FILE.
002740     IF REF-MASTER-OK
002750         SET MASTER-OPEN-YES TO TRUE
002760     ELSE
002770         DISPLAY "NUMREFMT - UNABLE TO OPEN REF-MASTER-FILE, "
002780             "STATUS = " REF-MASTER-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         SET RUN-ABANDONED TO TRUE
002810     END-IF.
002820*
002830     OPEN INPUT MAINT-CARD-FILE.
002840     IF NOT MAINT-CARD-OK
002850         DISPLAY "NUMREFMT - NO MAINTENANCE DECK (STATUS = "
002860             MAINT-CARD-STATUS "), MASTER CARRIED UNCHANGED"
002870         SET CARD-EOF-YES TO TRUE
002880     END-IF.
002890*
002900     OPEN OUTPUT REF-REPORT-FILE.
002910     IF NOT REF-REPORT-OK
002920         DISPLAY "NUMREFMT - UNABLE TO OPEN REF-REPORT-FILE, "
002930             "STATUS = " REF-REPORT-STATUS
002940     END-IF.
002950     IF REF-REPORT-OK
002960         MOVE RFM-RUN-DATE TO RFM-HDG-DATE
002970         WRITE REF-REPORT-RECORD FROM RFM-HEADING-LINE
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010*
003020*--------------------------------------------------------------*
003030* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
003040*                          THE BUSINESS-DATE CONTROL RECORD    *
003050*                          THE NUMBDATE STEP MAINTAINS, SO A   *
003060*                          NIGHT THAT SLIPS PAST MIDNIGHT      *
003070*                          KEEPS ITS PROCESSING DATE. MISSING  *
003080*                          OR UNREADABLE CONTROL FALLS BACK TO *
003090*                          THE WALL CLOCK WITH RC 4.           *
003100*--------------------------------------------------------------*
003110 1050-GET-BUSINESS-DATE.
003120     OPEN INPUT BUSINESS-DATE-FILE.
003130     IF NOT BUSINESS-DATE-OK
003140         DISPLAY "NUMREFMT - *** WARNING - NO BUSINESS-DATE "
003150             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
003160             "), WALL-CLOCK DATE IN USE ***"
003170         IF RETURN-CODE < 4
003180             MOVE 4 TO RETURN-CODE
003190         END-IF
003200         GO TO 1050-EXIT
003210     END-IF.
003220     READ BUSINESS-DATE-FILE
003230         AT END
003240             DISPLAY "NUMREFMT - *** WARNING - BUSINESS-DATE "
003250                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
003260             IF RETURN-CODE < 4
003270                 MOVE 4 TO RETURN-CODE
003280             END-IF
003290             GO TO 1050-CLOSE
003300     END-READ.
003310     IF BDR-BUSINESS-DATE NUMERIC
003320         MOVE BDR-BUSINESS-DATE TO RFM-RUN-DATE
003330     ELSE
003340         DISPLAY "NUMREFMT - *** WARNING - BUSINESS-DATE "
003350             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
003360             "USE ***"
003370         IF RETURN-CODE < 4
003380             MOVE 4 TO RETURN-CODE
003390         END-IF
003400     END-IF.
003410 1050-CLOSE.
003420     CLOSE BUSINESS-DATE-FILE.
003430 1050-EXIT.
003440     EXIT.
003450*
003460*--------------------------------------------------------------*
003470* 1800-CHECK-JOURNAL - COUNT THE MAINTENANCE JOURNAL AND NOTE  *
003480*                      THE DATE IT BEGINS. NO JOURNAL YET      *
003490*                      (STATUS 35 OR AN EMPTY FILE) IS THE     *
003500*                      FIRST RUN, WHICH RECORDS THE BASELINE.  *
003510*                      ANY OTHER OPEN FAILURE ABANDONS THE     *
003520*                      RUN - A CHANGE THE JOURNAL CANNOT       *
003530*                      RECORD IS NOT APPLIED.                  *
003540*--------------------------------------------------------------*
003550 1800-CHECK-JOURNAL.
003560     IF RUN-ABANDONED
003570         GO TO 1800-EXIT
003580     END-IF.
003590     OPEN INPUT REF-JOURNAL-FILE.
003600     IF REF-JOURNAL-NOT-FOUND
003610         DISPLAY "NUMREFMT - NO MAINTENANCE JOURNAL YET, "
003620             "BASELINE WILL BE RECORDED"
003630         GO TO 1800-EXIT
003640     END-IF.
003650     IF NOT REF-JOURNAL-OK
003660         DISPLAY "NUMREFMT - UNABLE TO OPEN REF-JOURNAL-FILE, "
003670             "STATUS = " REF-JOURNAL-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         SET RUN-ABANDONED TO TRUE
003700         GO TO 1800-EXIT
003710     END-IF.
003720     SET JOURNAL-EOF-NO TO TRUE.
003730     PERFORM 1850-READ-JOURNAL THRU 1850-EXIT.
003740     PERFORM UNTIL JOURNAL-EOF-YES
003750         ADD 1 TO RFM-JRN-COUNT
003760         IF RFM-JRN-COUNT = 1
003770             MOVE RFJ-BUS-DATE TO RFM-JRN-FIRST-DATE
003780         END-IF
003790         PERFORM 1850-READ-JOURNAL THRU 1850-EXIT
003800     END-PERFORM.
003810     CLOSE REF-JOURNAL-FILE.
003820     IF RFM-JRN-COUNT > 0
003830         DISPLAY "NUMREFMT - JOURNAL HOLDS " RFM-JRN-COUNT
003840             " IMAGES FROM " RFM-JRN-FIRST-DATE
003850     END-IF.
003860 1800-EXIT.
003870     EXIT.
003880*
003890*--------------------------------------------------------------*
003900* 1850-READ-JOURNAL - READ ONE MAINTENANCE JOURNAL RECORD      *
003910*--------------------------------------------------------------*
003920 1850-READ-JOURNAL.
003930     READ REF-JOURNAL-FILE
003940         AT END
003950             SET JOURNAL-EOF-YES TO TRUE
003960     END-READ.
003970 1850-EXIT.
003980     EXIT.
003990*
004000*--------------------------------------------------------------*
004010* 2000-START-JOURNAL - OPEN THE JOURNAL TO APPEND THIS RUN'S   *
004020*                      IMAGES. THE FIRST RUN RECORDS THE       *
004030*                      BASELINE - AN "L" IMAGE OF EVERY RECORD *
004040*                      ON THE MASTER AS IT STANDS BEFORE ANY   *
004050*                      CARD - SO THE JOURNAL ALONE CAN REBUILD *
004060*                      THE MASTER FROM THAT DATE ON. A         *
004070*                      BASELINE CUT SHORT ABANDONS THE RUN;    *
004080*                      THE JOURNAL MUST BE EMPTIED BEFORE THE  *
004090*                      RERUN SO THE BASELINE IS TAKEN WHOLE.   *
004100*--------------------------------------------------------------*
004110 2000-START-JOURNAL.
004120     IF RUN-ABANDONED
004130         GO TO 2000-EXIT
004140     END-IF.
004150     IF RFM-JRN-COUNT = 0
004160         OPEN OUTPUT REF-JOURNAL-FILE
004170     ELSE
004180         OPEN EXTEND REF-JOURNAL-FILE
004190     END-IF.
004200     IF NOT REF-JOURNAL-OK
004210         DISPLAY "NUMREFMT - UNABLE TO OPEN REF-JOURNAL-FILE "
004220             "FOR OUTPUT, STATUS = " REF-JOURNAL-STATUS
004230             " - NO CARD APPLIED"
004240         MOVE 16 TO RETURN-CODE
004250         SET RUN-ABANDONED TO TRUE
004260         GO TO 2000-EXIT
004270     END-IF.
004280     SET JOURNAL-OPEN-YES TO TRUE.
004290     IF RFM-JRN-COUNT > 0
004300         GO TO 2000-EXIT
004310     END-IF.
004320*
004330     PERFORM 2100-START-MASTER THRU 2100-EXIT.
004340     PERFORM UNTIL MASTER-EOF-YES OR RUN-ABANDONED
004350         MOVE "L" TO RFM-JRN-IMAGE
004360         MOVE SPACE TO RFM-JRN-ACTION
004370         MOVE REF-MASTER-RECORD TO RFM-JRN-MASTER
004380         PERFORM 3750-WRITE-JOURNAL THRU 3750-EXIT
004390         IF JOURNAL-WRITE-OK
004400             ADD 1 TO RFM-BASELINE-COUNT
004410             PERFORM 2150-READ-NEXT-MASTER THRU 2150-EXIT
004420         ELSE
004430             DISPLAY "NUMREFMT - *** ERROR - JOURNAL BASELINE "
004440                 "CUT SHORT, STATUS = " REF-JOURNAL-STATUS
004450                 " - EMPTY THE JOURNAL BEFORE RERUNNING ***"
004460             MOVE 16 TO RETURN-CODE
004470             SET RUN-ABANDONED TO TRUE
004480         END-IF
004490     END-PERFORM.
004500     IF MASTER-READ-FAILED AND RUN-PROCEEDING
004510         DISPLAY "NUMREFMT - *** ERROR - JOURNAL BASELINE "
004520             "CUT SHORT BY A MASTER READ FAILURE - EMPTY THE "
004530             "JOURNAL BEFORE RERUNNING ***"
004540         MOVE 16 TO RETURN-CODE
004550         SET RUN-ABANDONED TO TRUE
004560     END-IF.
004570     IF RUN-PROCEEDING
004580         DISPLAY "NUMREFMT - BASELINE RECORDED, "
004590             RFM-BASELINE-COUNT " MASTER RECORDS"
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630*
004640*--------------------------------------------------------------*
004650* 2100-START-MASTER - POSITION AT THE FIRST MASTER RECORD AND  *
004660*                     READ IT, FOR A FRONT-TO-BACK PASS IN     *
004670*                     TYPE/KEY ORDER. AN EMPTY MASTER IS AT    *
004680*                     END STRAIGHT AWAY.                       *
004690*--------------------------------------------------------------*
004700 2100-START-MASTER.
004710     SET MASTER-EOF-NO TO TRUE.
004720     MOVE LOW-VALUES TO REF-REC-KEY.
004730     START REF-MASTER-FILE
004740         KEY IS NOT LESS THAN REF-REC-KEY
004750         INVALID KEY
004760             SET MASTER-EOF-YES TO TRUE
004770             GO TO 2100-EXIT
004780     END-START.
004790     PERFORM 2150-READ-NEXT-MASTER THRU 2150-EXIT.
004800 2100-EXIT.
004810     EXIT.
004820*
004830*--------------------------------------------------------------*
004840* 2150-READ-NEXT-MASTER - READ THE NEXT MASTER RECORD IN KEY   *
004850*                         ORDER. A READ FAILURE ENDS THE PASS  *
004860*                         WITH RC 8 RATHER THAN LOOPING ON IT. *
004870*--------------------------------------------------------------*
004880 2150-READ-NEXT-MASTER.
004890     READ REF-MASTER-FILE NEXT RECORD
004900         AT END
004910             SET MASTER-EOF-YES TO TRUE
004920             GO TO 2150-EXIT
004930     END-READ.
004940     IF NOT REF-MASTER-OK
004950         DISPLAY "NUMREFMT - *** WARNING - REF-MASTER-FILE "
004960             "READ FAILED, STATUS = " REF-MASTER-STATUS " ***"
004970         IF RETURN-CODE < 8
004980             MOVE 8 TO RETURN-CODE
004990         END-IF
005000         SET MASTER-READ-FAILED TO TRUE
005010         SET MASTER-EOF-YES TO TRUE
005020     END-IF.
005030 2150-EXIT.
005040     EXIT.
005050*
005060*--------------------------------------------------------------*
005070* 3000-APPLY-CARDS - APPLY THE MAINTENANCE DECK IN CARD ORDER. *
005080*                    EVERY CARD LANDS ON THE REPORT, APPLIED   *
005090*                    OR IN ERROR, AND ANY ERROR LEAVES RC 4 SO *
005100*                    OPERATIONS REVIEWS THE DECK. AN ABANDONED *
005110*                    RUN STOPS AT THE CARD THAT FAILED.        *
005120*--------------------------------------------------------------*
005130 3000-APPLY-CARDS.
005140     IF CARD-EOF-YES
005150         GO TO 3000-EXIT
005160     END-IF.
005170     IF RUN-ABANDONED
005180         CLOSE MAINT-CARD-FILE
005190         GO TO 3000-EXIT
005200     END-IF.
005210     PERFORM 3100-READ-CARD THRU 3100-EXIT.
005220     PERFORM UNTIL CARD-EOF-YES OR RUN-ABANDONED
005230         ADD 1 TO RFM-CARDS-READ
005240         PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
005250         IF RUN-PROCEEDING
005260             PERFORM 3100-READ-CARD THRU 3100-EXIT
005270         END-IF
005280     END-PERFORM.
005290     IF RUN-ABANDONED AND REF-REPORT-OK
005300         WRITE REF-REPORT-RECORD FROM RFM-ABANDON-LINE
005310     END-IF.
005320     CLOSE MAINT-CARD-FILE.
005330 3000-EXIT.
005340     EXIT.
005350*
005360*--------------------------------------------------------------*
005370* 3100-READ-CARD - READ ONE MAINTENANCE CARD                   *
005380*--------------------------------------------------------------*
005390 3100-READ-CARD.
005400     READ MAINT-CARD-FILE
005410         AT END
005420             SET CARD-EOF-YES TO TRUE
005430     END-READ.
005440 3100-EXIT.
005450     EXIT.
005460*
005470*--------------------------------------------------------------*
005480* 3200-APPLY-ONE-CARD - EDIT AND APPLY ONE CARD. ACTIONS:      *
005490*                       A = ADD (KEY MUST BE NEW; AN ACCOUNT   *
005500*                       ADD NEEDS AN ACTIVE OWNING BRANCH),    *
005510*                       C = CLOSE (MUST EXIST AND BE ACTIVE),  *
005520*                       R = REOPEN (MUST EXIST AND BE CLOSED). *
005530*                       A BRANCH KEY IS THE 4-CHARACTER CODE   *
005540*                       ONLY, SINCE THAT IS HOW THE SORT READS *
005550*                       IT. FIRST FAILING EDIT WINS THE NOTE.  *
005560*--------------------------------------------------------------*
005570 3200-APPLY-ONE-CARD.
005580     MOVE SPACES TO RFM-CARD-NOTE.
005590     IF MNT-REC-TYPE NOT = "B" AND MNT-REC-TYPE NOT = "A"
005600         MOVE "RECORD TYPE NOT B OR A" TO RFM-CARD-NOTE
005610         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
005620         GO TO 3200-EXIT
005630     END-IF.
005640     IF MNT-KEY = SPACES
005650         MOVE "KEY MISSING" TO RFM-CARD-NOTE
005660         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
005670         GO TO 3200-EXIT
005680     END-IF.
005690     IF MNT-REC-TYPE = "B" AND MNT-KEY(5:6) NOT = SPACES
005700         MOVE "BRANCH KEY OVER 4 CHARS" TO RFM-CARD-NOTE
005710         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
005720         GO TO 3200-EXIT
005730     END-IF.
005740*
005750     PERFORM 3500-READ-MASTER-ENTRY THRU 3500-EXIT.
005760     IF RUN-ABANDONED
005770         GO TO 3200-EXIT
005780     END-IF.
005790     EVALUATE MNT-ACTION
005800         WHEN "A"
005810             PERFORM 3300-ADD-ENTRY THRU 3300-EXIT
005820         WHEN "C"
005830             PERFORM 3400-CLOSE-ENTRY THRU 3400-EXIT
005840         WHEN "R"
005850             PERFORM 3450-REOPEN-ENTRY THRU 3450-EXIT
005860         WHEN OTHER
005870             MOVE "ACTION NOT A, C OR R" TO RFM-CARD-NOTE
005880             PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
005890     END-EVALUATE.
005900 3200-EXIT.
005910     EXIT.
005920*
005930*--------------------------------------------------------------*
005940* 3300-ADD-ENTRY - ADD A NEW BRANCH OR ACCOUNT TO THE MASTER   *
005950*--------------------------------------------------------------*
005960 3300-ADD-ENTRY.
005970     IF FIND-YES
005980         MOVE "KEY ALREADY ON MASTER" TO RFM-CARD-NOTE
005990         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006000         GO TO 3300-EXIT
006010     END-IF.
006020     IF MNT-REC-TYPE = "A"
006030         PERFORM 3550-FIND-OWNING-BRANCH THRU 3550-EXIT
006040         IF RUN-ABANDONED
006050             GO TO 3300-EXIT
006060         END-IF
006070         IF FIND-NO
006080             MOVE "OWNING BRANCH NOT FOUND" TO RFM-CARD-NOTE
006090             PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006100             GO TO 3300-EXIT
006110         END-IF
006120         IF RFM-BRANCH-STATUS NOT = "A"
006130             MOVE "OWNING BRANCH CLOSED" TO RFM-CARD-NOTE
006140             PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006150             GO TO 3300-EXIT
006160         END-IF
006170     END-IF.
006180*
006190     MOVE SPACES TO RFM-BEFORE-IMAGE.
006200     MOVE SPACES TO REF-MASTER-RECORD.
006210     MOVE MNT-REC-TYPE TO REF-REC-TYPE.
006220     MOVE MNT-KEY TO REF-KEY.
006230     MOVE MNT-BRANCH TO REF-BRANCH.
006240     MOVE "A" TO REF-STATUS.
006250     MOVE RFM-RUN-DATE TO REF-STAT-DATE.
006260     MOVE MNT-NAME TO REF-NAME.
006270     PERFORM 3650-POST-CHANGE THRU 3650-EXIT.
006280     IF RUN-ABANDONED
006290         GO TO 3300-EXIT
006300     END-IF.
006310     ADD 1 TO RFM-CARDS-APPLIED.
006320     MOVE "ADDED" TO RFM-CARD-NOTE.
006330     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
006340 3300-EXIT.
006350     EXIT.
006360*
006370*--------------------------------------------------------------*
006380* 3400-CLOSE-ENTRY - CLOSE AN ACTIVE BRANCH OR ACCOUNT         *
006390*--------------------------------------------------------------*
006400 3400-CLOSE-ENTRY.
006410     IF FIND-NO
006420         MOVE "KEY NOT ON MASTER" TO RFM-CARD-NOTE
006430         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006440         GO TO 3400-EXIT
006450     END-IF.
006460     IF REF-STATUS NOT = "A"
006470         MOVE "ALREADY CLOSED" TO RFM-CARD-NOTE
006480         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006490         GO TO 3400-EXIT
006500     END-IF.
006510     MOVE REF-MASTER-RECORD TO RFM-BEFORE-IMAGE.
006520     MOVE "C" TO REF-STATUS.
006530     MOVE RFM-RUN-DATE TO REF-STAT-DATE.
006540     PERFORM 3650-POST-CHANGE THRU 3650-EXIT.
006550     IF RUN-ABANDONED
006560         GO TO 3400-EXIT
006570     END-IF.
006580     ADD 1 TO RFM-CARDS-APPLIED.
006590     MOVE "CLOSED" TO RFM-CARD-NOTE.
006600     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
006610 3400-EXIT.
006620     EXIT.
006630*
006640*--------------------------------------------------------------*
006650* 3450-REOPEN-ENTRY - REOPEN A CLOSED BRANCH OR ACCOUNT        *
006660*--------------------------------------------------------------*
006670 3450-REOPEN-ENTRY.
006680     IF FIND-NO
006690         MOVE "KEY NOT ON MASTER" TO RFM-CARD-NOTE
006700         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006710         GO TO 3450-EXIT
006720     END-IF.
006730     IF REF-STATUS NOT = "C"
006740         MOVE "NOT CLOSED" TO RFM-CARD-NOTE
006750         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006760         GO TO 3450-EXIT
006770     END-IF.
006780     MOVE REF-MASTER-RECORD TO RFM-BEFORE-IMAGE.
006790     MOVE "A" TO REF-STATUS.
006800     MOVE RFM-RUN-DATE TO REF-STAT-DATE.
006810     PERFORM 3650-POST-CHANGE THRU 3650-EXIT.
006820     IF RUN-ABANDONED
006830         GO TO 3450-EXIT
006840     END-IF.
006850     ADD 1 TO RFM-CARDS-APPLIED.
006860     MOVE "REOPENED" TO RFM-CARD-NOTE.
006870     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
006880 3450-EXIT.
006890     EXIT.
006900*
006910*--------------------------------------------------------------*
006920* 3500-READ-MASTER-ENTRY - READ THE CARD'S TYPE/KEY FROM THE   *
006930*                          MASTER. NOT ON FILE IS AN ANSWER;   *
006940*                          ANY OTHER READ FAILURE ABANDONS THE *
006950*                          RUN AT THIS CARD.                   *
006960*--------------------------------------------------------------*
006970 3500-READ-MASTER-ENTRY.
006980     SET FIND-NO TO TRUE.
006990     MOVE MNT-REC-TYPE TO REF-REC-TYPE.
007000     MOVE MNT-KEY TO REF-KEY.
007010     READ REF-MASTER-FILE
007020         KEY IS REF-REC-KEY
007030         INVALID KEY
007040             GO TO 3500-EXIT
007050     END-READ.
007060     IF REF-MASTER-OK
007070         SET FIND-YES TO TRUE
007080     ELSE
007090         MOVE "MASTER READ FAILED" TO RFM-CARD-NOTE
007100         PERFORM 3900-ABANDON-RUN THRU 3900-EXIT
007110     END-IF.
007120 3500-EXIT.
007130     EXIT.
007140*
007150*--------------------------------------------------------------*
007160* 3550-FIND-OWNING-BRANCH - READ THE BRANCH NAMED ON AN        *
007170*                           ACCOUNT ADD CARD AND KEEP ITS      *
007180*                           STATUS.                            *
007190*--------------------------------------------------------------*
007200 3550-FIND-OWNING-BRANCH.
007210     SET FIND-NO TO TRUE.
007220     MOVE SPACE TO RFM-BRANCH-STATUS.
007230     MOVE "B" TO REF-REC-TYPE.
007240     MOVE SPACES TO REF-KEY.
007250     MOVE MNT-BRANCH TO REF-KEY(1:4).
007260     READ REF-MASTER-FILE
007270         KEY IS REF-REC-KEY
007280         INVALID KEY
007290             GO TO 3550-EXIT
007300     END-READ.
007310     IF REF-MASTER-OK
007320         SET FIND-YES TO TRUE
007330         MOVE REF-STATUS TO RFM-BRANCH-STATUS
007340     ELSE
007350         MOVE "MASTER READ FAILED" TO RFM-CARD-NOTE
007360         PERFORM 3900-ABANDON-RUN THRU 3900-EXIT
007370     END-IF.
007380 3550-EXIT.
007390     EXIT.
007400*
007410*--------------------------------------------------------------*
007420* 3600-REPORT-CARD-ERROR - ONE CARD IN ERROR: COUNT IT, LIST   *
007430*                          IT, AND LEAVE RC 4 SO THE DECK IS   *
007440*                          REVIEWED BEFORE THE NEXT RUN.       *
007450*--------------------------------------------------------------*
007460 3600-REPORT-CARD-ERROR.
007470     ADD 1 TO RFM-CARDS-IN-ERROR.
007480     MOVE "*ERROR " TO RFM-DTL-ACTION.
007490     PERFORM 3800-WRITE-CARD-LINE THRU 3800-EXIT.
007500     IF RETURN-CODE < 4
007510         MOVE 4 TO RETURN-CODE
007520     END-IF.
007530 3600-EXIT.
007540     EXIT.
007550*
007560*--------------------------------------------------------------*
007570* 3650-POST-CHANGE - WRITE (ADD) OR REWRITE (CLOSE, REOPEN)    *
007580*                    THE CHANGED RECORD, THEN JOURNAL IT: THE  *
007590*                    BEFORE-IMAGE FIRST, THEN THE AFTER-IMAGE. *
007600*                    IF THE JOURNAL CANNOT TAKE EITHER ONE THE *
007610*                    MASTER CHANGE IS BACKED OUT, SO THE       *
007620*                    MASTER NEVER HOLDS A CHANGE THE JOURNAL   *
007630*                    DOES NOT. A BEFORE-IMAGE LEFT WITHOUT ITS *
007640*                    AFTER-IMAGE CHANGES NOTHING ON A REBUILD. *
007650*--------------------------------------------------------------*
007660 3650-POST-CHANGE.
007670     MOVE REF-MASTER-RECORD TO RFM-AFTER-IMAGE.
007680     IF MNT-ACTION = "A"
007690         WRITE REF-MASTER-RECORD FROM RFM-AFTER-IMAGE
007700             INVALID KEY
007710                 CONTINUE
007720         END-WRITE
007730     ELSE
007740         REWRITE REF-MASTER-RECORD FROM RFM-AFTER-IMAGE
007750             INVALID KEY
007760                 CONTINUE
007770         END-REWRITE
007780     END-IF.
007790     IF NOT REF-MASTER-OK
007800         MOVE "MASTER UPDATE FAILED" TO RFM-CARD-NOTE
007810         PERFORM 3900-ABANDON-RUN THRU 3900-EXIT
007820         GO TO 3650-EXIT
007830     END-IF.
007840*
007850     IF MNT-ACTION NOT = "A"
007860         MOVE "B" TO RFM-JRN-IMAGE
007870         MOVE MNT-ACTION TO RFM-JRN-ACTION
007880         MOVE RFM-BEFORE-IMAGE TO RFM-JRN-MASTER
007890         PERFORM 3750-WRITE-JOURNAL THRU 3750-EXIT
007900         IF JOURNAL-WRITE-FAILED
007910             PERFORM 3680-BACK-OUT-CHANGE THRU 3680-EXIT
007920             GO TO 3650-EXIT
007930         END-IF
007940     END-IF.
007950     MOVE "A" TO RFM-JRN-IMAGE.
007960     MOVE MNT-ACTION TO RFM-JRN-ACTION.
007970     MOVE RFM-AFTER-IMAGE TO RFM-JRN-MASTER.
007980     PERFORM 3750-WRITE-JOURNAL THRU 3750-EXIT.
007990     IF JOURNAL-WRITE-FAILED
008000         PERFORM 3680-BACK-OUT-CHANGE THRU 3680-EXIT
008010     END-IF.
008020 3650-EXIT.
008030     EXIT.
008040*
008050*--------------------------------------------------------------*
008060* 3680-BACK-OUT-CHANGE - THE JOURNAL FAILED: DELETE THE RECORD *
008070*                        JUST ADDED, OR PUT BACK THE RECORD AS *
008080*                        IT WAS BEFORE THE CLOSE OR REOPEN,    *
008090*                        AND ABANDON THE RUN. A BACK-OUT THAT  *
008100*                        ITSELF FAILS IS DISPLAYED WITH BOTH   *
008110*                        IMAGES SO THE RECORD CAN BE PUT RIGHT *
008120*                        BY HAND.                              *
008130*--------------------------------------------------------------*
008140 3680-BACK-OUT-CHANGE.
008150     IF MNT-ACTION = "A"
008160         MOVE RFM-AFTER-IMAGE TO REF-MASTER-RECORD
008170         DELETE REF-MASTER-FILE RECORD
008180             INVALID KEY
008190                 CONTINUE
008200         END-DELETE
008210     ELSE
008220         REWRITE REF-MASTER-RECORD FROM RFM-BEFORE-IMAGE
008230             INVALID KEY
008240                 CONTINUE
008250         END-REWRITE
008260     END-IF.
008270     IF REF-MASTER-OK
008280         MOVE "JOURNAL FAILED, UNDONE" TO RFM-CARD-NOTE
008290     ELSE
008300         MOVE "JOURNAL FAIL, NOT UNDONE" TO RFM-CARD-NOTE
008310         DISPLAY "NUMREFMT - *** ERROR - CHANGE NOT BACKED OUT, "
008320             "PUT THE MASTER RECORD BACK BY HAND ***"
008330         DISPLAY "NUMREFMT - BEFORE: " RFM-BEFORE-IMAGE
008340         DISPLAY "NUMREFMT - AFTER : " RFM-AFTER-IMAGE
008350     END-IF.
008360     PERFORM 3900-ABANDON-RUN THRU 3900-EXIT.
008370 3680-EXIT.
008380     EXIT.
008390*
008400*--------------------------------------------------------------*
008410* 3700-REPORT-CARD - ONE CARD APPLIED CLEANLY                  *
008420*--------------------------------------------------------------*
008430 3700-REPORT-CARD.
008440     MOVE "APPLIED" TO RFM-DTL-ACTION.
008450     PERFORM 3800-WRITE-CARD-LINE THRU 3800-EXIT.
008460 3700-EXIT.
008470     EXIT.
008480*
008490*--------------------------------------------------------------*
008500* 3750-WRITE-JOURNAL - APPEND ONE IMAGE TO THE MAINTENANCE     *
008510*                      JOURNAL, STAMPED WITH THE BUSINESS DATE *
008520*                      AND TIME OF THE RUN.                    *
008530*--------------------------------------------------------------*
008540 3750-WRITE-JOURNAL.
008550     MOVE SPACES TO REF-JOURNAL-RECORD.
008560     MOVE RFM-RUN-DATE TO RFJ-BUS-DATE.
008570     MOVE RFM-RUN-HHMMSS TO RFJ-RUN-TIME.
008580     MOVE RFM-JRN-IMAGE TO RFJ-IMAGE.
008590     MOVE RFM-JRN-ACTION TO RFJ-ACTION.
008600     MOVE RFM-JRN-MASTER TO RFJ-MASTER-IMAGE.
008610     WRITE REF-JOURNAL-RECORD.
008620     IF REF-JOURNAL-OK
008630         SET JOURNAL-WRITE-OK TO TRUE
008640         ADD 1 TO RFM-JRN-WRITTEN
008650     ELSE
008660         SET JOURNAL-WRITE-FAILED TO TRUE
008670     END-IF.
008680 3750-EXIT.
008690     EXIT.
008700*
008710*--------------------------------------------------------------*
008720* 3800-WRITE-CARD-LINE - FORMAT AND WRITE ONE CARD'S REPORT    *
008730*                        LINE FROM THE CARD AND THE NOTE SET   *
008740*                        BY THE CALLER.                        *
008750*--------------------------------------------------------------*
008760 3800-WRITE-CARD-LINE.
008770     MOVE MNT-REC-TYPE TO RFM-DTL-TYPE.
008780     MOVE MNT-KEY TO RFM-DTL-KEY.
008790     MOVE MNT-BRANCH TO RFM-DTL-BRANCH.
008800     MOVE MNT-NAME TO RFM-DTL-NAME.
008810     MOVE RFM-CARD-NOTE TO RFM-DTL-NOTE.
008820     IF REF-REPORT-OK
008830         WRITE REF-REPORT-RECORD FROM RFM-DETAIL-LINE
008840     END-IF.
008850 3800-EXIT.
008860     EXIT.
008870*
008880*--------------------------------------------------------------*
008890* 3900-ABANDON-RUN - A MASTER OR JOURNAL FAILURE ON THE        *
008900*                    CURRENT CARD: LIST THE CARD IN ERROR AND  *
008910*                    STOP THE DECK THERE WITH RC 16. THE CARDS *
008920*                    BEFORE IT STAY APPLIED AND JOURNALED.     *
008930*--------------------------------------------------------------*
008940 3900-ABANDON-RUN.
008950     PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT.
008960     DISPLAY "NUMREFMT - *** ERROR - " RFM-CARD-NOTE
008970         " (MASTER STATUS = " REF-MASTER-STATUS
008980         ", JOURNAL STATUS = " REF-JOURNAL-STATUS
008990         "), RUN ABANDONED ***".
009000     MOVE 16 TO RETURN-CODE.
009010     SET RUN-ABANDONED TO TRUE.
009020 3900-EXIT.
009030     EXIT.
009040*
009050*--------------------------------------------------------------*
009060* 5000-TALLY-MASTER - ONE PASS OVER THE MASTER IN KEY ORDER    *
009070*                     FOR THE ACTIVE/CLOSED COUNTS ON THE      *
009080*                     REPORT, THEN CLOSE THE MASTER AND THE    *
009090*                     JOURNAL. A RECORD THAT IS NEITHER A      *
009100*                     BRANCH NOR AN ACCOUNT IS A DAMAGED       *
009110*                     MASTER AND IS FLAGGED WITH RC 8.         *
009120*--------------------------------------------------------------*
009130 5000-TALLY-MASTER.
009140     IF MASTER-OPEN-NO
009150         GO TO 5000-CLOSE
009160     END-IF.
009170     PERFORM 2100-START-MASTER THRU 2100-EXIT.
009180     IF MASTER-EOF-YES
009190         DISPLAY "NUMREFMT - MASTER IS EMPTY"
009200     END-IF.
009210     PERFORM UNTIL MASTER-EOF-YES
009220         EVALUATE TRUE
009230             WHEN REF-REC-TYPE = "B" AND REF-STATUS = "A"
009240                 ADD 1 TO RFM-BR-ACTIVE
009250             WHEN REF-REC-TYPE = "B"
009260                 ADD 1 TO RFM-BR-CLOSED
009270             WHEN REF-REC-TYPE = "A" AND REF-STATUS = "A"
009280                 ADD 1 TO RFM-AC-ACTIVE
009290             WHEN REF-REC-TYPE = "A"
009300                 ADD 1 TO RFM-AC-CLOSED
009310             WHEN OTHER
009320                 DISPLAY "NUMREFMT - UNRECOGNIZED MASTER RECORD: "
009330                     REF-MASTER-RECORD
009340                 IF RETURN-CODE < 8
009350                     MOVE 8 TO RETURN-CODE
009360                 END-IF
009370         END-EVALUATE
009380         PERFORM 2150-READ-NEXT-MASTER THRU 2150-EXIT
009390     END-PERFORM.
009400     CLOSE REF-MASTER-FILE.
009410     SET MASTER-OPEN-NO TO TRUE.
009420 5000-CLOSE.
009430     IF JOURNAL-OPEN-YES
009440         CLOSE REF-JOURNAL-FILE
009450         SET JOURNAL-OPEN-NO TO TRUE
009460     END-IF.
009470 5000-EXIT.
009480     EXIT.
009490*
009500*--------------------------------------------------------------*
009510* 6000-WRITE-TOTALS - MAINTENANCE REPORT TOTALS AND FINAL      *
009520*                     DISPOSITION                              *
009530*--------------------------------------------------------------*
009540 6000-WRITE-TOTALS.
009550     IF REF-REPORT-OK
009560         MOVE "CARDS READ             : " TO RFM-TOT-LABEL
009570         MOVE RFM-CARDS-READ TO RFM-TOT-COUNT
009580         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009590         MOVE "CARDS APPLIED          : " TO RFM-TOT-LABEL
009600         MOVE RFM-CARDS-APPLIED TO RFM-TOT-COUNT
009610         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009620         MOVE "CARDS IN ERROR         : " TO RFM-TOT-LABEL
009630         MOVE RFM-CARDS-IN-ERROR TO RFM-TOT-COUNT
009640         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009650         MOVE "BRANCHES ACTIVE        : " TO RFM-TOT-LABEL
009660         MOVE RFM-BR-ACTIVE TO RFM-TOT-COUNT
009670         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009680         MOVE "BRANCHES CLOSED        : " TO RFM-TOT-LABEL
009690         MOVE RFM-BR-CLOSED TO RFM-TOT-COUNT
009700         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009710         MOVE "ACCOUNTS ACTIVE        : " TO RFM-TOT-LABEL
009720         MOVE RFM-AC-ACTIVE TO RFM-TOT-COUNT
009730         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009740         MOVE "ACCOUNTS CLOSED        : " TO RFM-TOT-LABEL
009750         MOVE RFM-AC-CLOSED TO RFM-TOT-COUNT
009760         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009770         MOVE "BASELINE IMAGES        : " TO RFM-TOT-LABEL
009780         MOVE RFM-BASELINE-COUNT TO RFM-TOT-COUNT
009790         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009800         MOVE "JOURNAL IMAGES WRITTEN : " TO RFM-TOT-LABEL
009810         MOVE RFM-JRN-WRITTEN TO RFM-TOT-COUNT
009820         WRITE REF-REPORT-RECORD FROM RFM-TOTAL-LINE
009830         CLOSE REF-REPORT-FILE
009840     END-IF.
009850*
009860     DISPLAY "NUMREFMT - CARDS READ = " RFM-CARDS-READ
009870         ", APPLIED = " RFM-CARDS-APPLIED
009880         ", IN ERROR = " RFM-CARDS-IN-ERROR.
009890 6000-EXIT.
009900     EXIT.
009910*
009920*--------------------------------------------------------------*
009930* 9999-TERMINATE - END OF JOB                                  *
009940*--------------------------------------------------------------*
009950 9999-TERMINATE.
009960     STOP RUN.
009970 9999-EXIT.
009980     EXIT.
