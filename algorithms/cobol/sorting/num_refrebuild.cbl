000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMREFRB.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. REBUILDS THE BRANCH/ACCOUNT      *
000210*                REFERENCE MASTER AS IT STOOD ON A GIVEN NIGHT *
000220*                FROM THE NUMREFMT MAINTENANCE JOURNAL. THE    *
000230*                BASELINE ("L") AND AFTER ("A") IMAGES STAMPED *
000240*                ON OR BEFORE THE AS-OF DATE ARE SORTED BY KEY *
000250*                IN JOURNAL ORDER, AND THE LAST IMAGE OF EACH  *
000260*                KEY IS WRITTEN TO A SEQUENTIAL COPY OF THE    *
000270*                MASTER IN TYPE/KEY ORDER, READY TO LOAD INTO  *
000280*                THE KEYED MASTER. A NIGHT BEFORE THE JOURNAL  *
000290*                BEGINS IS REFUSED - IT LIVES ON THE OLD       *
000300*                PROD.NUMBERS.REF.MASTER GENERATIONS.          *
000310* 2026-10-15 RH  NUMREFMT RUNS BETWEEN NIGHTS AND STAMPS ITS   *
000320*                IMAGES WITH THE NIGHT ALREADY RUN, SO NIGHT D *
000330*                RAN ON THE IMAGES STAMPED STRICTLY BEFORE D.  *
000340*                AN IMAGE STAMPED D IS NOW LEFT OUT OF A       *
000350*                REBUILD AS OF D, AND THE BASELINE NIGHT       *
000360*                ITSELF IS REFUSED - ITS MASTER IS THE OLD     *
000370*                GENERATION.                                   *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REBUILD-CONTROL-FILE ASSIGN TO RBCTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REBUILD-CONTROL-STATUS.
000450*
000460     SELECT REF-JOURNAL-FILE ASSIGN TO REFJRNL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS REF-JOURNAL-STATUS.
000490*
000500     SELECT REBUILT-MASTER-FILE ASSIGN TO RBMAST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS REBUILT-MASTER-STATUS.
000530*
000540     SELECT REBUILD-REPORT-FILE ASSIGN TO RBRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS REBUILD-REPORT-STATUS.
000570*
000580     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS BUSINESS-DATE-STATUS.
000610*
000620     SELECT REBUILD-SORT-FILE ASSIGN TO SORTWK01.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660*--------------------------------------------------------------*
000670* RBCTL CARD - COLS 1-8 THE AS-OF DATE CCYYMMDD. BLANK (OR NO  *
000680* CARD) REBUILDS THE MASTER AS OF THE BUSINESS DATE. "AS OF D" *
000690* MEANS THE MASTER NIGHT D SORTED AGAINST.                     *
000700*--------------------------------------------------------------*
000710 FD  REBUILD-CONTROL-FILE
000720     RECORDING MODE IS F.
000730 01  REBUILD-CONTROL-RECORD.
000740     05  RBC-AS-OF-DATE      PIC X(08).
000750     05  FILLER              PIC X(72).
000760*
000770*--------------------------------------------------------------*
000780* MAINTENANCE JOURNAL - SAME LAYOUT NUMREFMT WRITES. IMAGE "L" *
000790* IS THE BASELINE, "B" THE RECORD BEFORE A CHANGE, "A" THE     *
000800* RECORD AFTER IT.                                             *
000810*--------------------------------------------------------------*
000820 FD  REF-JOURNAL-FILE
000830     RECORDING MODE IS F.
000840 01  REF-JOURNAL-RECORD.
000850     05  RRJ-BUS-DATE        PIC X(08).
000860     05  RRJ-RUN-TIME        PIC X(06).
000870     05  RRJ-IMAGE           PIC X(01).
000880     05  RRJ-ACTION          PIC X(01).
000890     05  FILLER              PIC X(04).
000900     05  RRJ-MASTER-IMAGE.
000910         10  RRJ-REC-KEY.
000920             15  RRJ-REC-TYPE PIC X(01).
000930             15  RRJ-KEY     PIC X(10).
000940         10  FILLER          PIC X(69).
000950*
000960 FD  REBUILT-MASTER-FILE
000970     RECORDING MODE IS F.
000980 01  REBUILT-MASTER-RECORD   PIC X(80).
000990*
001000 FD  REBUILD-REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  REBUILD-REPORT-RECORD   PIC X(80).
001030*
001040 FD  BUSINESS-DATE-FILE
001050     RECORDING MODE IS F.
001060 01  BUSINESS-DATE-RECORD.
001070     05  BDR-BUSINESS-DATE   PIC X(08).
001080     05  FILLER              PIC X(72).
001090*
001100*--------------------------------------------------------------*
001110* REBUILD SORT - EVERY USABLE IMAGE IN TYPE/KEY ORDER, AND     *
001120* WITHIN A KEY IN THE ORDER IT WAS JOURNALED, SO THE LAST ONE  *
001130* OF EACH KEY IS THE RECORD NIGHT AS-OF SORTED AGAINST.        *
001140*--------------------------------------------------------------*
001150 SD  REBUILD-SORT-FILE.
001160 01  REBUILD-SORT-RECORD.
001170     05  RSR-REC-KEY         PIC X(11).
001180     05  RSR-SEQ             PIC 9(09).
001190     05  RSR-IMAGE           PIC X(80).
001200*
001210 WORKING-STORAGE SECTION.
001220*--------------------------------------------------------------*
001230* FILE STATUS SAVE AREAS                                       *
001240*--------------------------------------------------------------*
001250 01  REBUILD-CONTROL-STATUS  PIC X(02) VALUE SPACES.
001260     88  REBUILD-CONTROL-OK            VALUE "00".
001270 01  REF-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
001280     88  REF-JOURNAL-OK                VALUE "00".
001290 01  REBUILT-MASTER-STATUS   PIC X(02) VALUE SPACES.
001300     88  REBUILT-MASTER-OK             VALUE "00".
001310 01  REBUILD-REPORT-STATUS   PIC X(02) VALUE SPACES.
001320     88  REBUILD-REPORT-OK             VALUE "00".
001330 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001340     88  BUSINESS-DATE-OK              VALUE "00".
001350*
001360*--------------------------------------------------------------*
001370* SWITCHES                                                     *
001380*--------------------------------------------------------------*
001390 01  RRB-SWITCHES.
001400     05  JOURNAL-EOF-SW      PIC X(01) VALUE "N".
001410         88  JOURNAL-EOF-YES           VALUE "Y".
001420         88  JOURNAL-EOF-NO            VALUE "N".
001430     05  SORT-EOF-SW         PIC X(01) VALUE "N".
001440         88  SORT-EOF-YES              VALUE "Y".
001450         88  SORT-EOF-NO               VALUE "N".
001460     05  HALT-SW             PIC X(01) VALUE "N".
001470         88  REBUILD-HALTED            VALUE "Y".
001480         88  REBUILD-GO                VALUE "N".
001490*
001500*--------------------------------------------------------------*
001510* REBUILD CONTROL - THE AS-OF DATE AND THE DATE THE JOURNAL    *
001520* BEGINS (ITS FIRST BASELINE IMAGE).                           *
001530*--------------------------------------------------------------*
001540 01  RRB-RUN-DATE            PIC 9(08) VALUE 0.
001550 01  RRB-AS-OF-DATE          PIC 9(08) VALUE 0.
001560 01  RRB-JRN-FIRST-DATE      PIC 9(08) VALUE 0.
001570*
001580*--------------------------------------------------------------*
001590* HOLD AREA - THE LATEST IMAGE OF THE KEY IN HAND              *
001600*--------------------------------------------------------------*
001610 01  RRB-CUR-KEY             PIC X(11) VALUE SPACES.
001620 01  RRB-HOLD-IMAGE.
001630     05  RRB-HOLD-REC-TYPE   PIC X(01).
001640     05  RRB-HOLD-KEY        PIC X(10).
001650     05  RRB-HOLD-BRANCH     PIC X(04).
001660     05  RRB-HOLD-STATUS     PIC X(01).
001670     05  FILLER              PIC X(64).
001680*
001690*--------------------------------------------------------------*
001700* COUNTERS                                                     *
001710*--------------------------------------------------------------*
001720 01  RRB-JRN-READ            PIC 9(09) VALUE 0.
001730 01  RRB-JRN-SEQ             PIC 9(09) VALUE 0.
001740 01  RRB-IMAGES-USED         PIC 9(09) VALUE 0.
001750 01  RRB-BEFORE-SKIPPED      PIC 9(09) VALUE 0.
001760 01  RRB-LATER-SKIPPED       PIC 9(09) VALUE 0.
001770 01  RRB-DAMAGED-SKIPPED     PIC 9(09) VALUE 0.
001780 01  RRB-RECORDS-WRITTEN     PIC 9(07) VALUE 0.
001790 01  RRB-BR-ACTIVE           PIC 9(07) VALUE 0.
001800 01  RRB-BR-CLOSED           PIC 9(07) VALUE 0.
001810 01  RRB-AC-ACTIVE           PIC 9(07) VALUE 0.
001820 01  RRB-AC-CLOSED           PIC 9(07) VALUE 0.
001830*
001840*--------------------------------------------------------------*
001850* REBUILD REPORT LINE LAYOUTS                                  *
001860*--------------------------------------------------------------*
001870 01  RRB-HEADING-LINE.
001880     05  FILLER              PIC X(34) VALUE
001890         "NUMREFRB REFERENCE MASTER REBUILD ".
001900     05  FILLER              PIC X(08) VALUE " AS OF: ".
001910     05  RRB-HDG-AS-OF       PIC 9(08).
001920     05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
001930     05  RRB-HDG-DATE        PIC 9(08).
001940 01  RRB-BEGINS-LINE.
001950     05  FILLER              PIC X(25) VALUE
001960         "JOURNAL BEGINS         : ".
001970     05  RRB-BGN-DATE        PIC 9(08).
001980 01  RRB-REFUSED-LINE.
001990     05  FILLER              PIC X(40) VALUE
002000         "*** REBUILD REFUSED - NO MASTER WRITTEN,".
002010     05  FILLER              PIC X(25) VALUE
002020         " SEE THE JOB LOG ***".
002030 01  RRB-TOTAL-LINE.
002040     05  RRB-TOT-LABEL       PIC X(25).
002050     05  RRB-TOT-COUNT       PIC Z(8)9.
002060*
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002110     PERFORM 1200-CHECK-JOURNAL THRU 1200-EXIT.
002120     PERFORM 2000-REBUILD-MASTER THRU 2000-EXIT.
002130     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002140     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002150*
002160*--------------------------------------------------------------*
002170* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE OUTPUT OPENS *
002180*--------------------------------------------------------------*
002190 1000-INITIALIZE.
002200     ACCEPT RRB-RUN-DATE FROM DATE YYYYMMDD.
002210     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002220*
002230     OPEN OUTPUT REBUILD-REPORT-FILE.
002240     IF NOT REBUILD-REPORT-OK
002250         DISPLAY "NUMREFRB - UNABLE TO OPEN REBUILD-REPORT-FILE, "
002260             "STATUS = " REBUILD-REPORT-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         SET REBUILD-HALTED TO TRUE
002290     END-IF.
002300     OPEN OUTPUT REBUILT-MASTER-FILE.
002310     IF NOT REBUILT-MASTER-OK
002320         DISPLAY "NUMREFRB - UNABLE TO OPEN REBUILT-MASTER-FILE, "
002330             "STATUS = " REBUILT-MASTER-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         SET REBUILD-HALTED TO TRUE
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.
002390*
002400*--------------------------------------------------------------*
002410* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
002420*                          THE BUSINESS-DATE CONTROL RECORD    *
002430*                          THE NUMBDATE STEP MAINTAINS. IT IS  *
002440*                          THE DEFAULT AS-OF DATE AND THE      *
002450*                          LATEST ONE ALLOWED. MISSING OR      *
002460*                          UNREADABLE CONTROL FALLS BACK TO    *
002470*                          THE WALL CLOCK WITH RC 4.           *
002480*--------------------------------------------------------------*
002490 1050-GET-BUSINESS-DATE.
002500     OPEN INPUT BUSINESS-DATE-FILE.
002510     IF NOT BUSINESS-DATE-OK
002520         DISPLAY "NUMREFRB - *** WARNING - NO BUSINESS-DATE "
002530             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
002540             "), WALL-CLOCK DATE IN USE ***"
002550         IF RETURN-CODE < 4
002560             MOVE 4 TO RETURN-CODE
002570         END-IF
002580         GO TO 1050-EXIT
002590     END-IF.
002600     READ BUSINESS-DATE-FILE
002610         AT END
002620             DISPLAY "NUMREFRB - *** WARNING - BUSINESS-DATE "
002630                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
002640             IF RETURN-CODE < 4
002650                 MOVE 4 TO RETURN-CODE
002660             END-IF
002670             GO TO 1050-CLOSE
002680     END-READ.
002690     IF BDR-BUSINESS-DATE NUMERIC
002700         MOVE BDR-BUSINESS-DATE TO RRB-RUN-DATE
002710     ELSE
002720         DISPLAY "NUMREFRB - *** WARNING - BUSINESS-DATE "
002730             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
002740             "USE ***"
002750         IF RETURN-CODE < 4
002760             MOVE 4 TO RETURN-CODE
002770         END-IF
002780     END-IF.
002790 1050-CLOSE.
002800     CLOSE BUSINESS-DATE-FILE.
002810 1050-EXIT.
002820     EXIT.
002830*
002840*--------------------------------------------------------------*
002850* 1100-READ-CONTROL-CARD - AS-OF DATE FROM RBCTL COLS 1-8.     *
002860*                          BLANK OR NO CARD IS THE BUSINESS    *
002870*                          DATE. A DATE THAT IS NOT NUMERIC,   *
002880*                          OR IS PAST THE BUSINESS DATE, IS    *
002890*                          REFUSED (RC 16) RATHER THAN GUESSED *
002900*                          AT - A RESTORE MUST BE THE NIGHT    *
002910*                          ASKED FOR.                          *
002920*--------------------------------------------------------------*
002930 1100-READ-CONTROL-CARD.
002940     MOVE RRB-RUN-DATE TO RRB-AS-OF-DATE.
002950     IF REBUILD-HALTED
002960         GO TO 1100-EXIT
002970     END-IF.
002980     OPEN INPUT REBUILD-CONTROL-FILE.
002990     IF NOT REBUILD-CONTROL-OK
003000         DISPLAY "NUMREFRB - NO RBCTL CARD (STATUS = "
003010             REBUILD-CONTROL-STATUS "), REBUILDING AS OF "
003020             "THE BUSINESS DATE"
003030         GO TO 1100-CHECK
003040     END-IF.
003050     READ REBUILD-CONTROL-FILE
003060         AT END
003070             GO TO 1100-CLOSE
003080     END-READ.
003090     EVALUATE TRUE
003100         WHEN RBC-AS-OF-DATE = SPACES
003110             CONTINUE
003120         WHEN RBC-AS-OF-DATE NOT NUMERIC
003130             DISPLAY "NUMREFRB - *** ERROR - RBCTL AS-OF DATE "
003140                 "NOT USABLE (" RBC-AS-OF-DATE ") ***"
003150             MOVE 16 TO RETURN-CODE
003160             SET REBUILD-HALTED TO TRUE
003170         WHEN OTHER
003180             MOVE RBC-AS-OF-DATE TO RRB-AS-OF-DATE
003190     END-EVALUATE.
003200 1100-CLOSE.
003210     CLOSE REBUILD-CONTROL-FILE.
003220 1100-CHECK.
003230     IF REBUILD-GO AND RRB-AS-OF-DATE > RRB-RUN-DATE
003240         DISPLAY "NUMREFRB - *** ERROR - AS-OF DATE "
003250             RRB-AS-OF-DATE " IS PAST THE BUSINESS DATE "
003260             RRB-RUN-DATE " ***"
003270         MOVE 16 TO RETURN-CODE
003280         SET REBUILD-HALTED TO TRUE
003290     END-IF.
003300     IF REBUILD-GO
003310         DISPLAY "NUMREFRB - REBUILDING THE MASTER AS OF "
003320             RRB-AS-OF-DATE
003330     END-IF.
003340 1100-EXIT.
003350     EXIT.
003360*
003370*--------------------------------------------------------------*
003380* 1200-CHECK-JOURNAL - THE JOURNAL MUST OPEN WITH NUMREFMT'S   *
003390*                      BASELINE. A MISSING OR EMPTY JOURNAL,   *
003400*                      ONE THAT DOES NOT START WITH A BASELINE *
003410*                      IMAGE, OR AN AS-OF DATE NOT AFTER THE   *
003420*                      BASELINE IS REFUSED (RC 16): THE        *
003430*                      BASELINE CARRIES THE NIGHT RUN JUST     *
003440*                      BEFORE THE CONVERSION, WHICH SORTED     *
003450*                      AGAINST THE OLD SEQUENTIAL MASTER, SO   *
003460*                      THE NIGHT AFTER IT IS THE EARLIEST ONE  *
003470*                      THE JOURNAL CAN REBUILD.                *
003480*--------------------------------------------------------------*
003490 1200-CHECK-JOURNAL.
003500     IF REBUILD-HALTED
003510         GO TO 1200-EXIT
003520     END-IF.
003530     OPEN INPUT REF-JOURNAL-FILE.
003540     IF NOT REF-JOURNAL-OK
003550         DISPLAY "NUMREFRB - UNABLE TO OPEN REF-JOURNAL-FILE, "
003560             "STATUS = " REF-JOURNAL-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         SET REBUILD-HALTED TO TRUE
003590         GO TO 1200-EXIT
003600     END-IF.
003610     READ REF-JOURNAL-FILE
003620         AT END
003630             DISPLAY "NUMREFRB - *** ERROR - MAINTENANCE "
003640                 "JOURNAL IS EMPTY, NOTHING TO REBUILD FROM ***"
003650             MOVE 16 TO RETURN-CODE
003660             SET REBUILD-HALTED TO TRUE
003670             GO TO 1200-CLOSE
003680     END-READ.
003690     IF RRJ-IMAGE NOT = "L" OR RRJ-BUS-DATE NOT NUMERIC
003700         DISPLAY "NUMREFRB - *** ERROR - JOURNAL DOES NOT "
003710             "BEGIN WITH A BASELINE IMAGE, CANNOT REBUILD ***"
003720         MOVE 16 TO RETURN-CODE
003730         SET REBUILD-HALTED TO TRUE
003740         GO TO 1200-CLOSE
003750     END-IF.
003760     MOVE RRJ-BUS-DATE TO RRB-JRN-FIRST-DATE.
003770     IF RRB-AS-OF-DATE NOT > RRB-JRN-FIRST-DATE
003780         DISPLAY "NUMREFRB - *** ERROR - AS-OF DATE "
003790             RRB-AS-OF-DATE " IS NOT AFTER THE JOURNAL BASELINE ("
003800             RRB-JRN-FIRST-DATE ") ***"
003810         DISPLAY "NUMREFRB - FOR THAT OR AN EARLIER NIGHT USE "
003820             "THAT NIGHT'S PROD.NUMBERS.REF.MASTER GENERATION"
003830         MOVE 16 TO RETURN-CODE
003840         SET REBUILD-HALTED TO TRUE
003850     END-IF.
003860 1200-CLOSE.
003870     CLOSE REF-JOURNAL-FILE.
003880 1200-EXIT.
003890     EXIT.
003900*
003910*--------------------------------------------------------------*
003920* 2000-REBUILD-MASTER - ONE SORT OF THE JOURNAL BY KEY AND     *
003930*                       JOURNAL ORDER; THE OUTPUT PROCEDURE    *
003940*                       WRITES THE LAST IMAGE OF EACH KEY.     *
003950*                       FILE-TO-FILE, SO NO TABLE LIMITS THE   *
003960*                       SIZE OF THE MASTER.                    *
003970*--------------------------------------------------------------*
003980 2000-REBUILD-MASTER.
003990     IF REBUILD-HALTED
004000         GO TO 2000-EXIT
004010     END-IF.
004020     SORT REBUILD-SORT-FILE
004030         ASCENDING KEY RSR-REC-KEY
004040         ASCENDING KEY RSR-SEQ
004050         INPUT PROCEDURE IS 2100-RELEASE-IMAGES
004060             THRU 2100-EXIT
004070         OUTPUT PROCEDURE IS 3000-WRITE-MASTER
004080             THRU 3000-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110*
004120*--------------------------------------------------------------*
004130* 2100-RELEASE-IMAGES - EVERY "L" AND "A" IMAGE STAMPED BEFORE *
004140*                       THE AS-OF DATE GOES TO THE SORT,       *
004150*                       NUMBERED IN JOURNAL ORDER. AN IMAGE    *
004160*                       STAMPED WITH THE AS-OF DATE ITSELF WAS *
004170*                       APPLIED AFTER THAT NIGHT'S SORT AND IS *
004180*                       LEFT OUT. "B" IMAGES ARE FOR THE AUDIT *
004190*                       TRAIL ONLY AND ARE PASSED BY. A        *
004200*                       DAMAGED IMAGE IS SKIPPED WITH RC 8 -   *
004210*                       THE REBUILT MASTER MAY BE OUT OF STEP  *
004220*                       FOR THAT KEY.                          *
004230*--------------------------------------------------------------*
004240 2100-RELEASE-IMAGES.
004250     OPEN INPUT REF-JOURNAL-FILE.
004260     IF NOT REF-JOURNAL-OK
004270         DISPLAY "NUMREFRB - UNABLE TO OPEN REF-JOURNAL-FILE, "
004280             "STATUS = " REF-JOURNAL-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         SET REBUILD-HALTED TO TRUE
004310         GO TO 2100-EXIT
004320     END-IF.
004330*
004340     SET JOURNAL-EOF-NO TO TRUE.
004350     PERFORM 2150-READ-JOURNAL THRU 2150-EXIT.
004360     PERFORM UNTIL JOURNAL-EOF-YES
004370         ADD 1 TO RRB-JRN-READ
004380         EVALUATE TRUE
004390             WHEN RRJ-BUS-DATE NOT NUMERIC
004400                     OR (RRJ-IMAGE NOT = "L" AND
004410                         RRJ-IMAGE NOT = "B" AND
004420                         RRJ-IMAGE NOT = "A")
004430                     OR (RRJ-REC-TYPE NOT = "B" AND
004440                         RRJ-REC-TYPE NOT = "A")
004450                     OR RRJ-KEY = SPACES
004460                 ADD 1 TO RRB-DAMAGED-SKIPPED
004470                 DISPLAY "NUMREFRB - DAMAGED IMAGE SKIPPED: "
004480                     REF-JOURNAL-RECORD
004490                 IF RETURN-CODE < 8
004500                     MOVE 8 TO RETURN-CODE
004510                 END-IF
004520             WHEN RRJ-IMAGE = "B"
004530                 ADD 1 TO RRB-BEFORE-SKIPPED
004540             WHEN RRJ-BUS-DATE NOT < RRB-AS-OF-DATE
004550                 ADD 1 TO RRB-LATER-SKIPPED
004560             WHEN OTHER
004570                 ADD 1 TO RRB-IMAGES-USED
004580                 ADD 1 TO RRB-JRN-SEQ
004590                 MOVE RRJ-REC-KEY TO RSR-REC-KEY
004600                 MOVE RRB-JRN-SEQ TO RSR-SEQ
004610                 MOVE RRJ-MASTER-IMAGE TO RSR-IMAGE
004620                 RELEASE REBUILD-SORT-RECORD
004630         END-EVALUATE
004640         PERFORM 2150-READ-JOURNAL THRU 2150-EXIT
004650     END-PERFORM.
004660     CLOSE REF-JOURNAL-FILE.
004670 2100-EXIT.
004680     EXIT.
004690*
004700*--------------------------------------------------------------*
004710* 2150-READ-JOURNAL - READ ONE MAINTENANCE JOURNAL RECORD      *
004720*--------------------------------------------------------------*
004730 2150-READ-JOURNAL.
004740     READ REF-JOURNAL-FILE
004750         AT END
004760             SET JOURNAL-EOF-YES TO TRUE
004770     END-READ.
004780 2150-EXIT.
004790     EXIT.
004800*
004810*--------------------------------------------------------------*
004820* 3000-WRITE-MASTER - SORT OUTPUT PROCEDURE. EACH IMAGE        *
004830*                     REPLACES THE ONE HELD FOR ITS KEY; AT    *
004840*                     THE KEY BREAK THE HELD IMAGE IS THE      *
004850*                     RECORD THE AS-OF NIGHT SORTED AGAINST    *
004860*                     AND IS WRITTEN.                          *
004870*--------------------------------------------------------------*
004880 3000-WRITE-MASTER.
004890     IF REBUILD-HALTED
004900         GO TO 3000-EXIT
004910     END-IF.
004920     SET SORT-EOF-NO TO TRUE.
004930     PERFORM 3100-RETURN-IMAGE THRU 3100-EXIT.
004940     IF NOT SORT-EOF-YES
004950         MOVE RSR-REC-KEY TO RRB-CUR-KEY
004960     END-IF.
004970     PERFORM UNTIL SORT-EOF-YES
004980         IF RSR-REC-KEY NOT = RRB-CUR-KEY
004990             PERFORM 3300-END-KEY THRU 3300-EXIT
005000             MOVE RSR-REC-KEY TO RRB-CUR-KEY
005010         END-IF
005020         MOVE RSR-IMAGE TO RRB-HOLD-IMAGE
005030         PERFORM 3100-RETURN-IMAGE THRU 3100-EXIT
005040     END-PERFORM.
005050     IF RRB-CUR-KEY NOT = SPACES AND REBUILD-GO
005060         PERFORM 3300-END-KEY THRU 3300-EXIT
005070     END-IF.
005080 3000-EXIT.
005090     EXIT.
005100*
005110*--------------------------------------------------------------*
005120* 3100-RETURN-IMAGE - TAKE THE NEXT IMAGE FROM THE SORT        *
005130*--------------------------------------------------------------*
005140 3100-RETURN-IMAGE.
005150     RETURN REBUILD-SORT-FILE
005160         AT END
005170             SET SORT-EOF-YES TO TRUE
005180     END-RETURN.
005190 3100-EXIT.
005200     EXIT.
005210*
005220*--------------------------------------------------------------*
005230* 3300-END-KEY - WRITE THE HELD IMAGE AND COUNT IT FOR THE     *
005240*                REPORT                                        *
005250*--------------------------------------------------------------*
005260 3300-END-KEY.
005270     WRITE REBUILT-MASTER-RECORD FROM RRB-HOLD-IMAGE.
005280     IF NOT REBUILT-MASTER-OK
005290         DISPLAY "NUMREFRB - *** ERROR - REBUILT-MASTER-FILE "
005300             "WRITE FAILED, STATUS = " REBUILT-MASTER-STATUS
005310             " ***"
005320         MOVE 16 TO RETURN-CODE
005330         SET REBUILD-HALTED TO TRUE
005340         SET SORT-EOF-YES TO TRUE
005350         GO TO 3300-EXIT
005360     END-IF.
005370     ADD 1 TO RRB-RECORDS-WRITTEN.
005380     EVALUATE TRUE
005390         WHEN RRB-HOLD-REC-TYPE = "B" AND RRB-HOLD-STATUS = "A"
005400             ADD 1 TO RRB-BR-ACTIVE
005410         WHEN RRB-HOLD-REC-TYPE = "B"
005420             ADD 1 TO RRB-BR-CLOSED
005430         WHEN RRB-HOLD-STATUS = "A"
005440             ADD 1 TO RRB-AC-ACTIVE
005450         WHEN OTHER
005460             ADD 1 TO RRB-AC-CLOSED
005470     END-EVALUATE.
005480 3300-EXIT.
005490     EXIT.
005500*
005510*--------------------------------------------------------------*
005520* 6000-WRITE-TOTALS - REBUILD REPORT TOTALS AND FINAL          *
005530*                     DISPOSITION. A REFUSED OR FAILED REBUILD *
005540*                     SAYS SO ON THE REPORT; THE JOB SCRATCHES *
005550*                     ITS MASTER.                              *
005560*--------------------------------------------------------------*
005570 6000-WRITE-TOTALS.
005580     IF REBUILT-MASTER-OK
005590         CLOSE REBUILT-MASTER-FILE
005600     END-IF.
005610     IF NOT REBUILD-REPORT-OK
005620         GO TO 6000-DISPLAY
005630     END-IF.
005640     MOVE RRB-AS-OF-DATE TO RRB-HDG-AS-OF.
005650     MOVE RRB-RUN-DATE TO RRB-HDG-DATE.
005660     WRITE REBUILD-REPORT-RECORD FROM RRB-HEADING-LINE.
005670     MOVE RRB-JRN-FIRST-DATE TO RRB-BGN-DATE.
005680     WRITE REBUILD-REPORT-RECORD FROM RRB-BEGINS-LINE.
005690     IF REBUILD-HALTED
005700         WRITE REBUILD-REPORT-RECORD FROM RRB-REFUSED-LINE
005710     END-IF.
005720     MOVE "JOURNAL IMAGES READ    : " TO RRB-TOT-LABEL.
005730     MOVE RRB-JRN-READ TO RRB-TOT-COUNT.
005740     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005750     MOVE "BASELINE/AFTER USED    : " TO RRB-TOT-LABEL.
005760     MOVE RRB-IMAGES-USED TO RRB-TOT-COUNT.
005770     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005780     MOVE "BEFORE IMAGES PASSED BY: " TO RRB-TOT-LABEL.
005790     MOVE RRB-BEFORE-SKIPPED TO RRB-TOT-COUNT.
005800     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005810     MOVE "STAMPED AS-OF OR LATER : " TO RRB-TOT-LABEL.
005820     MOVE RRB-LATER-SKIPPED TO RRB-TOT-COUNT.
005830     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005840     MOVE "DAMAGED IMAGES SKIPPED : " TO RRB-TOT-LABEL.
005850     MOVE RRB-DAMAGED-SKIPPED TO RRB-TOT-COUNT.
005860     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005870     MOVE "MASTER RECORDS WRITTEN : " TO RRB-TOT-LABEL.
005880     MOVE RRB-RECORDS-WRITTEN TO RRB-TOT-COUNT.
005890     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005900     MOVE "BRANCHES ACTIVE        : " TO RRB-TOT-LABEL.
005910     MOVE RRB-BR-ACTIVE TO RRB-TOT-COUNT.
005920     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005930     MOVE "BRANCHES CLOSED        : " TO RRB-TOT-LABEL.
005940     MOVE RRB-BR-CLOSED TO RRB-TOT-COUNT.
005950     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005960     MOVE "ACCOUNTS ACTIVE        : " TO RRB-TOT-LABEL.
005970     MOVE RRB-AC-ACTIVE TO RRB-TOT-COUNT.
005980     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
005990     MOVE "ACCOUNTS CLOSED        : " TO RRB-TOT-LABEL.
006000     MOVE RRB-AC-CLOSED TO RRB-TOT-COUNT.
006010     WRITE REBUILD-REPORT-RECORD FROM RRB-TOTAL-LINE.
006020     CLOSE REBUILD-REPORT-FILE.
006030 6000-DISPLAY.
006040     DISPLAY "NUMREFRB - AS OF " RRB-AS-OF-DATE
006050         ", IMAGES USED = " RRB-IMAGES-USED
006060         ", RECORDS WRITTEN = " RRB-RECORDS-WRITTEN.
006070 6000-EXIT.
006080     EXIT.
006090*
006100*--------------------------------------------------------------*
006110* 9999-TERMINATE - END OF JOB                                  *
006120*--------------------------------------------------------------*
006130 9999-TERMINATE.
006140     STOP RUN.
006150 9999-EXIT.
006160     EXIT.
