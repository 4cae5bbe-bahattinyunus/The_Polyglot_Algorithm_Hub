000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMRETN.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. RETENTION FOR THE TWO PERMANENT  *
000210*                DISP=MOD FILES, THE AUDIT TRAIL (RUN.AUDIT)   *
000220*                AND THE RUN HISTORY (RUN.HISTORY). RECORDS    *
000230*                DATED BEFORE THE CUTOFF ON THE RETCTL CARD GO *
000240*                TO THE ARCHIVE GENERATION; THE REST GO TO THE *
000250*                RETAINED COPY THAT THE JOB THEN COPIES BACK   *
000260*                OVER THE LIVE FILE. EVERY TAGGED TRAIL RECORD *
000270*                MOVES WITH THE SORT RECORDS OF THE DAY IT     *
000280*                BELONGS TO, THE CUTOFF IS ALWAYS A MONTH      *
000290*                BOUNDARY, AND BOTH OUTPUTS ARE READ BACK TO   *
000300*                PROVE LIVE PLUS ARCHIVE EQUALS THE ORIGINAL.  *
000310*                REFUSES WHILE THE NIGHT FOR THE BUSINESS DATE *
000320*                HAS STARTED BUT NOT REACHED ITS CERTIFICATE.  *
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RETENTION-CARD-FILE ASSIGN TO RETCTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RETENTION-CARD-STATUS.
000400*
000410     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS BUSINESS-DATE-STATUS.
000440*
000450     SELECT AUDIT-IN-FILE    ASSIGN TO AUDIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AUDIT-IN-STATUS.
000480*
000490     SELECT AUDIT-KEEP-FILE  ASSIGN TO AUDKEEP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS AUDIT-KEEP-STATUS.
000520*
000530     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDARCH
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS AUDIT-ARCHIVE-STATUS.
000560*
000570     SELECT HISTORY-IN-FILE  ASSIGN TO HISTIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS HISTORY-IN-STATUS.
000600*
000610     SELECT HISTORY-KEEP-FILE ASSIGN TO HSTKEEP
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS HISTORY-KEEP-STATUS.
000640*
000650     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HSTARCH
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HISTORY-ARCHIVE-STATUS.
000680*
000690     SELECT RETENTION-REPORT-FILE ASSIGN TO RETRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS RETENTION-REPORT-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750*--------------------------------------------------------------*
000760* RETENTION CARD - COLS 1-8 THE CUTOFF DATE CCYYMMDD. IT MUST  *
000770* BE THE FIRST DAY OF A MONTH NO LATER THAN THE MONTH BEFORE   *
000780* THE BUSINESS DATE'S. RECORDS DATED BEFORE IT ARE ARCHIVED.   *
000790*--------------------------------------------------------------*
000800 FD  RETENTION-CARD-FILE
000810     RECORDING MODE IS F.
000820 01  RETENTION-CARD-RECORD.
000830     05  RTC-CUTOFF-DATE     PIC X(08).
000840     05  FILLER              PIC X(72).
000850*
000860 FD  BUSINESS-DATE-FILE
000870     RECORDING MODE IS F.
000880 01  BUSINESS-DATE-RECORD.
000890     05  BDR-BUSINESS-DATE   PIC X(08).
000900     05  FILLER              PIC X(72).
000910*
000920*--------------------------------------------------------------*
000930* PERMANENT AUDIT TRAIL - THE DAILY SORT'S EXECUTION RECORD    *
000940* (NUMERIC RUN DATE IN COLS 1-8) AND THE TAGGED RECORDS OTHER  *
000950* JOBS APPEND (TAG IN COLS 1-4, BUSINESS DATE IN COLS 5-12).   *
000960* THE LEDGER ACK CARRIES THE NIGHT IT CONFIRMS IN COLS 19-26.  *
000970*--------------------------------------------------------------*
000980 FD  AUDIT-IN-FILE
000990     RECORDING MODE IS F.
001000 01  AUDIT-IN-RECORD.
001010     05  AIN-RUN-DATE        PIC X(08).
001020     05  FILLER              PIC X(72).
001030 01  AUDIT-IN-TAGGED-VIEW REDEFINES AUDIT-IN-RECORD.
001040     05  ATG-TAG             PIC X(04).
001050     05  ATG-RUN-DATE        PIC X(08).
001060     05  ATG-RUN-TIME        PIC X(06).
001070     05  ATG-ACK-EXTRACT-DATE
001080                             PIC X(08).
001090     05  FILLER              PIC X(54).
001100*
001110*--------------------------------------------------------------*
001120* RETAINED TRAIL - BECOMES THE LIVE TRAIL. ITS LAST RECORD IS  *
001130* THE "RETN" RECORD THAT DATES THIS TRIM AND CARRIES ITS       *
001140* COUNTS, SO THE TRAIL ITSELF SHOWS WHEN IT WAS CUT BACK.      *
001150*--------------------------------------------------------------*
001160 FD  AUDIT-KEEP-FILE
001170     RECORDING MODE IS F.
001180 01  AUDIT-KEEP-RECORD       PIC X(80).
001190 01  AUDIT-KEEP-RETN-VIEW REDEFINES AUDIT-KEEP-RECORD.
001200     05  ART-TAG             PIC X(04).
001210     05  ART-RUN-DATE        PIC 9(08).
001220     05  ART-RUN-TIME        PIC 9(06).
001230     05  ART-CUTOFF-DATE     PIC 9(08).
001240     05  ART-AUD-ORIGINAL    PIC 9(09).
001250     05  ART-AUD-ARCHIVED    PIC 9(09).
001260     05  ART-HST-ORIGINAL    PIC 9(09).
001270     05  ART-HST-ARCHIVED    PIC 9(09).
001280     05  FILLER              PIC X(18).
001290*
001300 FD  AUDIT-ARCHIVE-FILE
001310     RECORDING MODE IS F.
001320 01  AUDIT-ARCHIVE-RECORD    PIC X(80).
001330*
001340 FD  HISTORY-IN-FILE
001350     RECORDING MODE IS F.
001360 01  HISTORY-IN-RECORD.
001370     05  HIN-RUN-DATE        PIC X(08).
001380     05  FILLER              PIC X(32).
001390*
001400 FD  HISTORY-KEEP-FILE
001410     RECORDING MODE IS F.
001420 01  HISTORY-KEEP-RECORD     PIC X(40).
001430*
001440 FD  HISTORY-ARCHIVE-FILE
001450     RECORDING MODE IS F.
001460 01  HISTORY-ARCHIVE-RECORD  PIC X(40).
001470*
001480 FD  RETENTION-REPORT-FILE
001490     RECORDING MODE IS F.
001500 01  RETENTION-REPORT-RECORD PIC X(80).
001510*
001520 WORKING-STORAGE SECTION.
001530*--------------------------------------------------------------*
001540* FILE STATUS SAVE AREAS                                       *
001550*--------------------------------------------------------------*
001560 01  RETENTION-CARD-STATUS   PIC X(02) VALUE SPACES.
001570     88  RETENTION-CARD-OK             VALUE "00".
001580 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001590     88  BUSINESS-DATE-OK              VALUE "00".
001600 01  AUDIT-IN-STATUS         PIC X(02) VALUE SPACES.
001610     88  AUDIT-IN-OK                   VALUE "00".
001620 01  AUDIT-KEEP-STATUS       PIC X(02) VALUE SPACES.
001630     88  AUDIT-KEEP-OK                 VALUE "00".
001640 01  AUDIT-ARCHIVE-STATUS    PIC X(02) VALUE SPACES.
001650     88  AUDIT-ARCHIVE-OK              VALUE "00".
001660 01  HISTORY-IN-STATUS       PIC X(02) VALUE SPACES.
001670     88  HISTORY-IN-OK                 VALUE "00".
001680 01  HISTORY-KEEP-STATUS     PIC X(02) VALUE SPACES.
001690     88  HISTORY-KEEP-OK               VALUE "00".
001700 01  HISTORY-ARCHIVE-STATUS  PIC X(02) VALUE SPACES.
001710     88  HISTORY-ARCHIVE-OK            VALUE "00".
001720 01  RETENTION-REPORT-STATUS PIC X(02) VALUE SPACES.
001730     88  RETENTION-REPORT-OK           VALUE "00".
001740*
001750*--------------------------------------------------------------*
001760* SWITCHES                                                     *
001770*--------------------------------------------------------------*
001780 01  RTN-SWITCHES.
001790     05  IN-EOF-SW           PIC X(01) VALUE "N".
001800         88  IN-EOF-YES                VALUE "Y".
001810         88  IN-EOF-NO                 VALUE "N".
001820     05  HALT-SW             PIC X(01) VALUE "N".
001830         88  RETENTION-REFUSED         VALUE "Y".
001840         88  RETENTION-GO              VALUE "N".
001850     05  NIGHT-OPEN-SW       PIC X(01) VALUE "N".
001860         88  NIGHT-OPEN-YES            VALUE "Y".
001870         88  NIGHT-OPEN-NO             VALUE "N".
001880     05  PROOF-SW            PIC X(01) VALUE "Y".
001890         88  PROOF-HOLDS               VALUE "Y".
001900         88  PROOF-FAILED              VALUE "N".
001910*
001920*--------------------------------------------------------------*
001930* DATES                                                        *
001940*--------------------------------------------------------------*
001950 01  RTN-BUS-DATE.
001960     05  RTN-BUS-MONTH       PIC 9(06).
001970     05  RTN-BUS-DD          PIC 9(02).
001980 01  RTN-BUS-DATE-N REDEFINES RTN-BUS-DATE
001990                             PIC 9(08).
002000 01  RTN-CUTOFF-DATE.
002010     05  RTN-CUTOFF-CCYY     PIC 9(04).
002020     05  RTN-CUTOFF-MM       PIC 9(02).
002030     05  RTN-CUTOFF-DD       PIC 9(02).
002040 01  RTN-CUTOFF-DATE-N REDEFINES RTN-CUTOFF-DATE
002050                             PIC 9(08).
002060 01  RTN-CUTOFF-MONTH-VIEW REDEFINES RTN-CUTOFF-DATE.
002070     05  RTN-CUTOFF-MONTH    PIC 9(06).
002080     05  FILLER              PIC 9(02).
002090 01  RTN-KEY-DATE            PIC X(08) VALUE SPACES.
002100 01  RTN-RUN-TIME-RAW.
002110     05  RTN-RUN-HHMMSS      PIC 9(06).
002120     05  FILLER              PIC 9(02).
002130 01  RTN-REFUSE-REASON       PIC X(60) VALUE SPACES.
002140*
002150*--------------------------------------------------------------*
002160* TRAIL RECORD KINDS - ONE ROW PER KIND OF RECORD ON THE       *
002170* TRAIL, COUNTED ON THE CHECK PASS (ORIGINAL) AND AGAIN ON THE *
002180* SPLIT (ARCHIVED AND RETAINED). KIND 9 IS ANY RECORD WITHOUT  *
002190* A READABLE DATE; IT IS NEVER ARCHIVED.                       *
002200*--------------------------------------------------------------*
002210 01  RTN-KIND-NAMES.
002220     05  FILLER              PIC X(20) VALUE
002230         "SORT EXECUTIONS     ".
002240     05  FILLER              PIC X(20) VALUE
002250         "CERTIFICATES (CERT) ".
002260     05  FILLER              PIC X(20) VALUE
002270         "LEDGER ACKS (LACK)  ".
002280     05  FILLER              PIC X(20) VALUE
002290         "MTD CLOSES (CLOS)   ".
002300     05  FILLER              PIC X(20) VALUE
002310         "ACCT CLOSES (ACLS)  ".
002320     05  FILLER              PIC X(20) VALUE
002330         "REVERSALS (REVR)    ".
002340     05  FILLER              PIC X(20) VALUE
002350         "DATES SET (BDAT)    ".
002360     05  FILLER              PIC X(20) VALUE
002370         "RETENTIONS (RETN)   ".
002380     05  FILLER              PIC X(20) VALUE
002390         "UNDATED - KEPT      ".
002400 01  RTN-KIND-NAME-TABLE REDEFINES RTN-KIND-NAMES.
002410     05  RTN-KIND-NAME       PIC X(20) OCCURS 9 TIMES.
002420 01  RTN-KIND-TABLE.
002430     05  RTN-KIND-ENTRY      OCCURS 9 TIMES.
002440         10  RKE-ORIGINAL    PIC 9(09).
002450         10  RKE-ARCHIVED    PIC 9(09).
002460         10  RKE-RETAINED    PIC 9(09).
002470 01  RTN-KIND                PIC 9(02) VALUE 0.
002480 01  RTN-KIND-MAX            PIC 9(02) VALUE 9.
002490 01  RTN-KIND-UNDATED        PIC 9(02) VALUE 9.
002500*
002510*--------------------------------------------------------------*
002520* RUN COUNTERS                                                 *
002530*--------------------------------------------------------------*
002540 01  RTN-AUD-ORIGINAL        PIC 9(09) VALUE 0.
002550 01  RTN-AUD-SPLIT-READ      PIC 9(09) VALUE 0.
002560 01  RTN-AUD-ARCHIVED        PIC 9(09) VALUE 0.
002570 01  RTN-AUD-RETAINED        PIC 9(09) VALUE 0.
002580 01  RTN-AUD-ARCH-REREAD     PIC 9(09) VALUE 0.
002590 01  RTN-AUD-KEEP-REREAD     PIC 9(09) VALUE 0.
002600 01  RTN-AUD-FIRST-ARCHIVED  PIC X(08) VALUE SPACES.
002610 01  RTN-AUD-LAST-ARCHIVED   PIC X(08) VALUE SPACES.
002620 01  RTN-HST-ORIGINAL        PIC 9(09) VALUE 0.
002630 01  RTN-HST-UNDATED         PIC 9(09) VALUE 0.
002640 01  RTN-HST-SPLIT-READ      PIC 9(09) VALUE 0.
002650 01  RTN-HST-ARCHIVED        PIC 9(09) VALUE 0.
002660 01  RTN-HST-RETAINED        PIC 9(09) VALUE 0.
002670 01  RTN-HST-ARCH-REREAD     PIC 9(09) VALUE 0.
002680 01  RTN-HST-KEEP-REREAD     PIC 9(09) VALUE 0.
002690 01  RTN-HST-FIRST-ARCHIVED  PIC X(08) VALUE SPACES.
002700 01  RTN-HST-LAST-ARCHIVED   PIC X(08) VALUE SPACES.
002710 01  RTN-CHECK-SUM           PIC 9(09) VALUE 0.
002720*
002730*--------------------------------------------------------------*
002740* REPORT LINE LAYOUTS                                          *
002750*--------------------------------------------------------------*
002760 01  RTN-HEADING-1.
002770     05  FILLER              PIC X(29) VALUE
002780         "NUMRETN  RETENTION  BUS DATE ".
002790     05  RH1-BUS-DATE        PIC 9(08).
002800     05  FILLER              PIC X(09) VALUE "  CUTOFF ".
002810     05  RH1-CUTOFF          PIC X(08).
002820     05  FILLER              PIC X(26) VALUE SPACES.
002830 01  RTN-HEADING-2.
002840     05  FILLER              PIC X(40) VALUE
002850         "PROD.NUMBERS.RUN.AUDIT        ORIGINAL  ".
002860     05  FILLER              PIC X(40) VALUE
002870         " ARCHIVED  RETAINED".
002880 01  RTN-HEADING-3.
002890     05  FILLER              PIC X(40) VALUE
002900         "PROD.NUMBERS.RUN.HISTORY      ORIGINAL  ".
002910     05  FILLER              PIC X(40) VALUE
002920         " ARCHIVED  RETAINED".
002930 01  RTN-KIND-LINE.
002940     05  RKL-NAME            PIC X(28).
002950     05  RKL-ORIGINAL        PIC Z(9)9.
002960     05  RKL-ARCHIVED        PIC Z(9)9.
002970     05  RKL-RETAINED        PIC Z(9)9.
002980     05  FILLER              PIC X(22) VALUE SPACES.
002990 01  RTN-PROOF-LINE.
003000     05  RPL-LABEL           PIC X(39).
003010     05  RPL-VALUE           PIC X(41).
003020 01  RTN-COUNT-EDIT          PIC Z(8)9.
003030*
003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     PERFORM 1100-READ-RETENTION-CARD THRU 1100-EXIT.
003080     PERFORM 2000-CHECK-AUDIT-TRAIL THRU 2000-EXIT.
003090     PERFORM 2500-CHECK-RUN-HISTORY THRU 2500-EXIT.
003100     PERFORM 3000-SPLIT-AUDIT-TRAIL THRU 3000-EXIT.
003110     PERFORM 3500-SPLIT-RUN-HISTORY THRU 3500-EXIT.
003120     PERFORM 4000-PROVE-COUNTS THRU 4000-EXIT.
003130     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
003140     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003150*
003160*--------------------------------------------------------------*
003170* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE REPORT OPEN  *
003180*--------------------------------------------------------------*
003190 1000-INITIALIZE.
003200     ACCEPT RTN-RUN-TIME-RAW FROM TIME.
003210     INITIALIZE RTN-KIND-TABLE.
003220     OPEN OUTPUT RETENTION-REPORT-FILE.
003230     IF NOT RETENTION-REPORT-OK
003240         DISPLAY "NUMRETN - UNABLE TO OPEN RETENTION-REPORT-"
003250             "FILE, STATUS = " RETENTION-REPORT-STATUS
003260         MOVE "REPORT FILE COULD NOT BE OPENED"
003270             TO RTN-REFUSE-REASON
003280         MOVE 16 TO RETURN-CODE
003290         SET RETENTION-REFUSED TO TRUE
003300         GO TO 1000-EXIT
003310     END-IF.
003320     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003330 1000-EXIT.
003340     EXIT.
003350*
003360*--------------------------------------------------------------*
003370* 1050-GET-BUSINESS-DATE - THE CUTOFF IS CHECKED AGAINST THE   *
003380*                          BUSINESS DATE AND THE NIGHT IT      *
003390*                          NAMES MUST BE FINISHED, SO UNLIKE   *
003400*                          THE NIGHTLY STEPS THERE IS NO WALL- *
003410*                          CLOCK FALLBACK: A MISSING OR        *
003420*                          UNREADABLE CONTROL RECORD REFUSES   *
003430*                          THE RUN (RC 16).                    *
003440*--------------------------------------------------------------*
003450 1050-GET-BUSINESS-DATE.
003460     MOVE ZERO TO RTN-BUS-DATE-N.
003470     OPEN INPUT BUSINESS-DATE-FILE.
003480     IF NOT BUSINESS-DATE-OK
003490         DISPLAY "NUMRETN - *** ERROR - NO BUSINESS-DATE "
003500             "CONTROL (STATUS = " BUSINESS-DATE-STATUS ") ***"
003510         MOVE "NO BUSINESS-DATE CONTROL RECORD"
003520             TO RTN-REFUSE-REASON
003530         MOVE 16 TO RETURN-CODE
003540         SET RETENTION-REFUSED TO TRUE
003550         GO TO 1050-EXIT
003560     END-IF.
003570     READ BUSINESS-DATE-FILE
003580         AT END
003590             MOVE SPACES TO BDR-BUSINESS-DATE
003600     END-READ.
003610     IF BDR-BUSINESS-DATE NUMERIC
003620         MOVE BDR-BUSINESS-DATE TO RTN-BUS-DATE
003630     ELSE
003640         DISPLAY "NUMRETN - *** ERROR - BUSINESS-DATE CONTROL "
003650             "EMPTY OR UNREADABLE ***"
003660         MOVE "BUSINESS-DATE CONTROL RECORD EMPTY OR UNREADABLE"
003670             TO RTN-REFUSE-REASON
003680         MOVE 16 TO RETURN-CODE
003690         SET RETENTION-REFUSED TO TRUE
003700     END-IF.
003710     CLOSE BUSINESS-DATE-FILE.
003720 1050-EXIT.
003730     EXIT.
003740*
003750*--------------------------------------------------------------*
003760* 1100-READ-RETENTION-CARD - THE CUTOFF IS NEVER DEFAULTED.    *
003770*                            IT MUST BE THE FIRST OF A MONTH   *
003780*                            SO NO MONTH - AND NO MONTH-END    *
003790*                            CLOSE - IS SPLIT BETWEEN ARCHIVE  *
003800*                            AND LIVE, AND AT LEAST ONE MONTH  *
003810*                            BEFORE THE BUSINESS DATE'S SO THE *
003820*                            PRIOR MONTH AND THE LAST RUN THE  *
003830*                            TREND CHECK COMPARES AGAINST STAY *
003840*                            LIVE. ANYTHING ELSE REFUSES.      *
003850*--------------------------------------------------------------*
003860 1100-READ-RETENTION-CARD.
003870     IF RETENTION-REFUSED
003880         GO TO 1100-EXIT
003890     END-IF.
003900     OPEN INPUT RETENTION-CARD-FILE.
003910     IF NOT RETENTION-CARD-OK
003920         DISPLAY "NUMRETN - *** ERROR - NO RETCTL CARD "
003930             "(STATUS = " RETENTION-CARD-STATUS ") ***"
003940         MOVE "NO RETCTL CARD - THE CUTOFF IS NEVER DEFAULTED"
003950             TO RTN-REFUSE-REASON
003960         MOVE 16 TO RETURN-CODE
003970         SET RETENTION-REFUSED TO TRUE
003980         GO TO 1100-EXIT
003990     END-IF.
004000     READ RETENTION-CARD-FILE
004010         AT END
004020             MOVE SPACES TO RTC-CUTOFF-DATE
004030     END-READ.
004040     CLOSE RETENTION-CARD-FILE.
004050*
004060     IF RTC-CUTOFF-DATE NOT NUMERIC
004070         DISPLAY "NUMRETN - *** ERROR - RETCTL CUTOFF NOT "
004080             "CCYYMMDD (" RTC-CUTOFF-DATE ") ***"
004090         MOVE "RETCTL CUTOFF DATE MISSING OR NOT CCYYMMDD"
004100             TO RTN-REFUSE-REASON
004110         MOVE 16 TO RETURN-CODE
004120         SET RETENTION-REFUSED TO TRUE
004130         GO TO 1100-EXIT
004140     END-IF.
004150     MOVE RTC-CUTOFF-DATE TO RTN-CUTOFF-DATE.
004160     IF RTN-CUTOFF-DD NOT = 1
004170             OR RTN-CUTOFF-MM < 1 OR RTN-CUTOFF-MM > 12
004180         DISPLAY "NUMRETN - *** ERROR - CUTOFF "
004190             RTN-CUTOFF-DATE-N " IS NOT THE FIRST OF A MONTH ***"
004200         MOVE "CUTOFF IS NOT THE FIRST DAY OF A MONTH"
004210             TO RTN-REFUSE-REASON
004220         MOVE 16 TO RETURN-CODE
004230         SET RETENTION-REFUSED TO TRUE
004240         GO TO 1100-EXIT
004250     END-IF.
004260     IF RTN-CUTOFF-MONTH NOT < RTN-BUS-MONTH
004270         DISPLAY "NUMRETN - *** ERROR - CUTOFF "
004280             RTN-CUTOFF-DATE-N " IS NOT BEFORE THE MONTH OF "
004290             "THE BUSINESS DATE " RTN-BUS-DATE-N " ***"
004300         MOVE "CUTOFF MUST BE BEFORE THE BUSINESS DATE'S MONTH"
004310             TO RTN-REFUSE-REASON
004320         MOVE 16 TO RETURN-CODE
004330         SET RETENTION-REFUSED TO TRUE
004340     END-IF.
004350 1100-EXIT.
004360     EXIT.
004370*
004380*--------------------------------------------------------------*
004390* 2000-CHECK-AUDIT-TRAIL - FIRST PASS. COUNTS THE TRAIL BY     *
004400*                          KIND AND WATCHES THE BUSINESS       *
004410*                          DATE'S NIGHT: A "BDAT", "REVR" OR   *
004420*                          SORT RECORD FOR THAT DATE OPENS IT, *
004430*                          ITS "CERT" RECORD CLOSES IT. A      *
004440*                          NIGHT STILL OPEN AT END OF FILE IS  *
004450*                          A STREAM IN PROGRESS (OR STOPPED    *
004460*                          SHORT OF STEP028) AND THE TRIM IS   *
004470*                          REFUSED - NOTHING IS WRITTEN.       *
004480*--------------------------------------------------------------*
004490 2000-CHECK-AUDIT-TRAIL.
004500     IF RETENTION-REFUSED
004510         GO TO 2000-EXIT
004520     END-IF.
004530     OPEN INPUT AUDIT-IN-FILE.
004540     IF NOT AUDIT-IN-OK
004550         DISPLAY "NUMRETN - *** ERROR - UNABLE TO OPEN AUDIT-"
004560             "IN-FILE, STATUS = " AUDIT-IN-STATUS " ***"
004570         MOVE "AUDIT TRAIL COULD NOT BE OPENED"
004580             TO RTN-REFUSE-REASON
004590         MOVE 16 TO RETURN-CODE
004600         SET RETENTION-REFUSED TO TRUE
004610         GO TO 2000-EXIT
004620     END-IF.
004630*
004640     SET NIGHT-OPEN-NO TO TRUE.
004650     SET IN-EOF-NO TO TRUE.
004660     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004670     PERFORM UNTIL IN-EOF-YES
004680         ADD 1 TO RTN-AUD-ORIGINAL
004690         PERFORM 2200-CLASSIFY-AUDIT THRU 2200-EXIT
004700         ADD 1 TO RKE-ORIGINAL(RTN-KIND)
004710         IF RTN-KEY-DATE = RTN-BUS-DATE
004720             EVALUATE RTN-KIND
004730                 WHEN 1
004740                 WHEN 6
004750                 WHEN 7
004760                     SET NIGHT-OPEN-YES TO TRUE
004770                 WHEN 2
004780                     SET NIGHT-OPEN-NO TO TRUE
004790             END-EVALUATE
004800         END-IF
004810         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
004820     END-PERFORM.
004830     CLOSE AUDIT-IN-FILE.
004840*
004850     IF NIGHT-OPEN-YES
004860         DISPLAY "NUMRETN - *** ERROR - THE NIGHT FOR BUSINESS "
004870             "DATE " RTN-BUS-DATE-N " HAS STARTED BUT HAS NO "
004880             "CERTIFICATE YET - STREAM IN PROGRESS ***"
004890         MOVE "NIGHTLY STREAM IN PROGRESS - NO CERT FOR THE NIGHT"
004900             TO RTN-REFUSE-REASON
004910         MOVE 16 TO RETURN-CODE
004920         SET RETENTION-REFUSED TO TRUE
004930     END-IF.
004940 2000-EXIT.
004950     EXIT.
004960*
004970*--------------------------------------------------------------*
004980* 2100-READ-AUDIT - READ ONE AUDIT TRAIL RECORD                *
004990*--------------------------------------------------------------*
005000 2100-READ-AUDIT.
005010     READ AUDIT-IN-FILE
005020         AT END
005030             SET IN-EOF-YES TO TRUE
005040     END-READ.
005050 2100-EXIT.
005060     EXIT.
005070*
005080*--------------------------------------------------------------*
005090* 2200-CLASSIFY-AUDIT - THE KIND OF A TRAIL RECORD AND THE DAY *
005100*                       IT BELONGS TO. A LEDGER ACK BELONGS TO *
005110*                       THE NIGHT WHOSE EXTRACT IT CONFIRMED,  *
005120*                       SO IT NEVER PARTS FROM THAT NIGHT'S    *
005130*                       SORT RECORD AND CERTIFICATE.           *
005140*--------------------------------------------------------------*
005150 2200-CLASSIFY-AUDIT.
005160     IF AIN-RUN-DATE NUMERIC
005170         MOVE 1 TO RTN-KIND
005180         MOVE AIN-RUN-DATE TO RTN-KEY-DATE
005190         GO TO 2200-EXIT
005200     END-IF.
005210     MOVE ATG-RUN-DATE TO RTN-KEY-DATE.
005220     EVALUATE ATG-TAG
005230         WHEN "CERT"
005240             MOVE 2 TO RTN-KIND
005250         WHEN "LACK"
005260             MOVE 3 TO RTN-KIND
005270             IF ATG-ACK-EXTRACT-DATE NUMERIC
005280                 MOVE ATG-ACK-EXTRACT-DATE TO RTN-KEY-DATE
005290             END-IF
005300         WHEN "CLOS"
005310             MOVE 4 TO RTN-KIND
005320         WHEN "ACLS"
005330             MOVE 5 TO RTN-KIND
005340         WHEN "REVR"
005350             MOVE 6 TO RTN-KIND
005360         WHEN "BDAT"
005370             MOVE 7 TO RTN-KIND
005380         WHEN "RETN"
005390             MOVE 8 TO RTN-KIND
005400         WHEN OTHER
005410             MOVE RTN-KIND-UNDATED TO RTN-KIND
005420     END-EVALUATE.
005430     IF RTN-KEY-DATE NOT NUMERIC
005440         MOVE RTN-KIND-UNDATED TO RTN-KIND
005450     END-IF.
005460     IF RTN-KIND = RTN-KIND-UNDATED
005470         MOVE SPACES TO RTN-KEY-DATE
005480     END-IF.
005490 2200-EXIT.
005500     EXIT.
005510*
005520*--------------------------------------------------------------*
005530* 2500-CHECK-RUN-HISTORY - FIRST PASS OVER THE RUN HISTORY:    *
005540*                          THE ORIGINAL COUNT FOR THE PROOF.   *
005550*--------------------------------------------------------------*
005560 2500-CHECK-RUN-HISTORY.
005570     IF RETENTION-REFUSED
005580         GO TO 2500-EXIT
005590     END-IF.
005600     OPEN INPUT HISTORY-IN-FILE.
005610     IF NOT HISTORY-IN-OK
005620         DISPLAY "NUMRETN - *** ERROR - UNABLE TO OPEN HISTORY-"
005630             "IN-FILE, STATUS = " HISTORY-IN-STATUS " ***"
005640         MOVE "RUN HISTORY COULD NOT BE OPENED"
005650             TO RTN-REFUSE-REASON
005660         MOVE 16 TO RETURN-CODE
005670         SET RETENTION-REFUSED TO TRUE
005680         GO TO 2500-EXIT
005690     END-IF.
005700     SET IN-EOF-NO TO TRUE.
005710     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
005720     PERFORM UNTIL IN-EOF-YES
005730         ADD 1 TO RTN-HST-ORIGINAL
005740         IF HIN-RUN-DATE NOT NUMERIC
005750             ADD 1 TO RTN-HST-UNDATED
005760         END-IF
005770         PERFORM 2600-READ-HISTORY THRU 2600-EXIT
005780     END-PERFORM.
005790     CLOSE HISTORY-IN-FILE.
005800 2500-EXIT.
005810     EXIT.
005820*
005830*--------------------------------------------------------------*
005840* 2600-READ-HISTORY - READ ONE RUN HISTORY RECORD              *
005850*--------------------------------------------------------------*
005860 2600-READ-HISTORY.
005870     READ HISTORY-IN-FILE
005880         AT END
005890             SET IN-EOF-YES TO TRUE
005900     END-READ.
005910 2600-EXIT.
005920     EXIT.
005930*
005940*--------------------------------------------------------------*
005950* 3000-SPLIT-AUDIT-TRAIL - SECOND PASS. EVERY RECORD DATED     *
005960*                          BEFORE THE CUTOFF GOES TO THE       *
005970*                          ARCHIVE GENERATION, EVERYTHING ELSE *
005980*                          - UNDATED RECORDS INCLUDED - TO THE *
005990*                          RETAINED COPY IN ITS ORIGINAL       *
006000*                          ORDER, FOLLOWED BY THE "RETN"       *
006010*                          RECORD FOR THIS TRIM.               *
006020*--------------------------------------------------------------*
006030 3000-SPLIT-AUDIT-TRAIL.
006040     IF RETENTION-REFUSED
006050         GO TO 3000-EXIT
006060     END-IF.
006070     OPEN INPUT AUDIT-IN-FILE.
006080     OPEN OUTPUT AUDIT-KEEP-FILE.
006090     OPEN OUTPUT AUDIT-ARCHIVE-FILE.
006100     IF NOT AUDIT-IN-OK OR NOT AUDIT-KEEP-OK
006110             OR NOT AUDIT-ARCHIVE-OK
006120         DISPLAY "NUMRETN - *** ERROR - AUDIT SPLIT OPEN "
006130             "FAILED, STATUS = " AUDIT-IN-STATUS "/"
006140             AUDIT-KEEP-STATUS "/" AUDIT-ARCHIVE-STATUS " ***"
006150         MOVE "AUDIT TRAIL SPLIT FILES COULD NOT BE OPENED"
006160             TO RTN-REFUSE-REASON
006170         MOVE 16 TO RETURN-CODE
006180         SET RETENTION-REFUSED TO TRUE
006190         GO TO 3000-EXIT
006200     END-IF.
006210*
006220     SET IN-EOF-NO TO TRUE.
006230     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
006240     PERFORM UNTIL IN-EOF-YES
006250         ADD 1 TO RTN-AUD-SPLIT-READ
006260         PERFORM 2200-CLASSIFY-AUDIT THRU 2200-EXIT
006270         IF RTN-KIND NOT = RTN-KIND-UNDATED
006280                 AND RTN-KEY-DATE < RTN-CUTOFF-DATE
006290             PERFORM 3100-ARCHIVE-AUDIT THRU 3100-EXIT
006300         ELSE
006310             WRITE AUDIT-KEEP-RECORD FROM AUDIT-IN-RECORD
006320             ADD 1 TO RTN-AUD-RETAINED
006330             ADD 1 TO RKE-RETAINED(RTN-KIND)
006340         END-IF
006350         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
006360     END-PERFORM.
006370     CLOSE AUDIT-IN-FILE.
006380     CLOSE AUDIT-ARCHIVE-FILE.
006390 3000-EXIT.
006400     EXIT.
006410*
006420*--------------------------------------------------------------*
006430* 3100-ARCHIVE-AUDIT - ONE TRAIL RECORD TO THE ARCHIVE, KEEPING*
006440*                      THE EARLIEST AND LATEST DAY ARCHIVED    *
006450*--------------------------------------------------------------*
006460 3100-ARCHIVE-AUDIT.
006470     WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-IN-RECORD.
006480     ADD 1 TO RTN-AUD-ARCHIVED.
006490     ADD 1 TO RKE-ARCHIVED(RTN-KIND).
006500     IF RTN-AUD-FIRST-ARCHIVED = SPACES
006510             OR RTN-KEY-DATE < RTN-AUD-FIRST-ARCHIVED
006520         MOVE RTN-KEY-DATE TO RTN-AUD-FIRST-ARCHIVED
006530     END-IF.
006540     IF RTN-AUD-LAST-ARCHIVED = SPACES
006550             OR RTN-KEY-DATE > RTN-AUD-LAST-ARCHIVED
006560         MOVE RTN-KEY-DATE TO RTN-AUD-LAST-ARCHIVED
006570     END-IF.
006580 3100-EXIT.
006590     EXIT.
006600*
006610*--------------------------------------------------------------*
006620* 3500-SPLIT-RUN-HISTORY - SAME SPLIT FOR THE RUN HISTORY ON   *
006630*                          ITS RUN DATE. AN UNDATED RECORD IS  *
006640*                          KEPT. THE "RETN" RECORD IS WRITTEN  *
006650*                          HERE, ONCE BOTH SPLITS ARE COUNTED. *
006660*--------------------------------------------------------------*
006670 3500-SPLIT-RUN-HISTORY.
006680     IF RETENTION-REFUSED
006690         GO TO 3500-EXIT
006700     END-IF.
006710     OPEN INPUT HISTORY-IN-FILE.
006720     OPEN OUTPUT HISTORY-KEEP-FILE.
006730     OPEN OUTPUT HISTORY-ARCHIVE-FILE.
006740     IF NOT HISTORY-IN-OK OR NOT HISTORY-KEEP-OK
006750             OR NOT HISTORY-ARCHIVE-OK
006760         DISPLAY "NUMRETN - *** ERROR - HISTORY SPLIT OPEN "
006770             "FAILED, STATUS = " HISTORY-IN-STATUS "/"
006780             HISTORY-KEEP-STATUS "/" HISTORY-ARCHIVE-STATUS
006790             " ***"
006800         MOVE "RUN HISTORY SPLIT FILES COULD NOT BE OPENED"
006810             TO RTN-REFUSE-REASON
006820         MOVE 16 TO RETURN-CODE
006830         SET RETENTION-REFUSED TO TRUE
006840         CLOSE AUDIT-KEEP-FILE
006850         GO TO 3500-EXIT
006860     END-IF.
006870*
006880     SET IN-EOF-NO TO TRUE.
006890     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
006900     PERFORM UNTIL IN-EOF-YES
006910         ADD 1 TO RTN-HST-SPLIT-READ
006920         IF HIN-RUN-DATE NUMERIC
006930                 AND HIN-RUN-DATE < RTN-CUTOFF-DATE
006940             PERFORM 3600-ARCHIVE-HISTORY THRU 3600-EXIT
006950         ELSE
006960             WRITE HISTORY-KEEP-RECORD FROM HISTORY-IN-RECORD
006970             ADD 1 TO RTN-HST-RETAINED
006980         END-IF
006990         PERFORM 2600-READ-HISTORY THRU 2600-EXIT
007000     END-PERFORM.
007010     CLOSE HISTORY-IN-FILE.
007020     CLOSE HISTORY-KEEP-FILE.
007030     CLOSE HISTORY-ARCHIVE-FILE.
007040*
007050     MOVE SPACES TO AUDIT-KEEP-RECORD.
007060     MOVE "RETN" TO ART-TAG.
007070     MOVE RTN-BUS-DATE-N TO ART-RUN-DATE.
007080     MOVE RTN-RUN-HHMMSS TO ART-RUN-TIME.
007090     MOVE RTN-CUTOFF-DATE-N TO ART-CUTOFF-DATE.
007100     MOVE RTN-AUD-ORIGINAL TO ART-AUD-ORIGINAL.
007110     MOVE RTN-AUD-ARCHIVED TO ART-AUD-ARCHIVED.
007120     MOVE RTN-HST-ORIGINAL TO ART-HST-ORIGINAL.
007130     MOVE RTN-HST-ARCHIVED TO ART-HST-ARCHIVED.
007140     WRITE AUDIT-KEEP-RECORD.
007150     CLOSE AUDIT-KEEP-FILE.
007160 3500-EXIT.
007170     EXIT.
007180*
007190*--------------------------------------------------------------*
007200* 3600-ARCHIVE-HISTORY - ONE RUN HISTORY RECORD TO THE ARCHIVE *
007210*--------------------------------------------------------------*
007220 3600-ARCHIVE-HISTORY.
007230     WRITE HISTORY-ARCHIVE-RECORD FROM HISTORY-IN-RECORD.
007240     ADD 1 TO RTN-HST-ARCHIVED.
007250     IF RTN-HST-FIRST-ARCHIVED = SPACES
007260             OR HIN-RUN-DATE < RTN-HST-FIRST-ARCHIVED
007270         MOVE HIN-RUN-DATE TO RTN-HST-FIRST-ARCHIVED
007280     END-IF.
007290     IF RTN-HST-LAST-ARCHIVED = SPACES
007300             OR HIN-RUN-DATE > RTN-HST-LAST-ARCHIVED
007310         MOVE HIN-RUN-DATE TO RTN-HST-LAST-ARCHIVED
007320     END-IF.
007330 3600-EXIT.
007340     EXIT.
007350*
007360*--------------------------------------------------------------*
007370* 4000-PROVE-COUNTS - READ BOTH OUTPUTS OF EACH SPLIT BACK AND *
007380*                     PROVE, FILE BY FILE AND KIND BY KIND,    *
007390*                     THAT RETAINED PLUS ARCHIVED EQUALS THE   *
007400*                     ORIGINAL AND THAT THE FILE DID NOT MOVE  *
007410*                     BETWEEN THE TWO PASSES. ANY DIFFERENCE   *
007420*                     ENDS THE RUN RC 16 AND THE JOB DOES NOT  *
007430*                     REPLACE THE LIVE FILES.                  *
007440*--------------------------------------------------------------*
007450 4000-PROVE-COUNTS.
007460     IF RETENTION-REFUSED
007470         GO TO 4000-EXIT
007480     END-IF.
007490     SET PROOF-HOLDS TO TRUE.
007500*
007510     OPEN INPUT AUDIT-KEEP-FILE.
007520     IF AUDIT-KEEP-OK
007530         PERFORM UNTIL NOT AUDIT-KEEP-OK
007540             READ AUDIT-KEEP-FILE
007550                 NOT AT END
007560                     ADD 1 TO RTN-AUD-KEEP-REREAD
007570             END-READ
007580         END-PERFORM
007590         CLOSE AUDIT-KEEP-FILE
007600     END-IF.
007610     OPEN INPUT AUDIT-ARCHIVE-FILE.
007620     IF AUDIT-ARCHIVE-OK
007630         PERFORM UNTIL NOT AUDIT-ARCHIVE-OK
007640             READ AUDIT-ARCHIVE-FILE
007650                 NOT AT END
007660                     ADD 1 TO RTN-AUD-ARCH-REREAD
007670             END-READ
007680         END-PERFORM
007690         CLOSE AUDIT-ARCHIVE-FILE
007700     END-IF.
007710     OPEN INPUT HISTORY-KEEP-FILE.
007720     IF HISTORY-KEEP-OK
007730         PERFORM UNTIL NOT HISTORY-KEEP-OK
007740             READ HISTORY-KEEP-FILE
007750                 NOT AT END
007760                     ADD 1 TO RTN-HST-KEEP-REREAD
007770             END-READ
007780         END-PERFORM
007790         CLOSE HISTORY-KEEP-FILE
007800     END-IF.
007810     OPEN INPUT HISTORY-ARCHIVE-FILE.
007820     IF HISTORY-ARCHIVE-OK
007830         PERFORM UNTIL NOT HISTORY-ARCHIVE-OK
007840             READ HISTORY-ARCHIVE-FILE
007850                 NOT AT END
007860                     ADD 1 TO RTN-HST-ARCH-REREAD
007870             END-READ
007880         END-PERFORM
007890         CLOSE HISTORY-ARCHIVE-FILE
007900     END-IF.
007910*
007920*    THE RETAINED TRAIL CARRIES ONE RECORD MORE THAN WAS KEPT -
007930*    THE "RETN" RECORD FOR THIS TRIM.
007940     COMPUTE RTN-CHECK-SUM = RTN-AUD-KEEP-REREAD - 1
007950         + RTN-AUD-ARCH-REREAD.
007960     IF RTN-AUD-SPLIT-READ NOT = RTN-AUD-ORIGINAL
007970             OR RTN-AUD-KEEP-REREAD NOT = RTN-AUD-RETAINED + 1
007980             OR RTN-AUD-ARCH-REREAD NOT = RTN-AUD-ARCHIVED
007990             OR RTN-CHECK-SUM NOT = RTN-AUD-ORIGINAL
008000         SET PROOF-FAILED TO TRUE
008010     END-IF.
008020     PERFORM VARYING RTN-KIND FROM 1 BY 1
008030             UNTIL RTN-KIND > RTN-KIND-MAX
008040         IF RKE-ARCHIVED(RTN-KIND) + RKE-RETAINED(RTN-KIND)
008050                 NOT = RKE-ORIGINAL(RTN-KIND)
008060             SET PROOF-FAILED TO TRUE
008070         END-IF
008080     END-PERFORM.
008090     COMPUTE RTN-CHECK-SUM = RTN-HST-KEEP-REREAD
008100         + RTN-HST-ARCH-REREAD.
008110     IF RTN-HST-SPLIT-READ NOT = RTN-HST-ORIGINAL
008120             OR RTN-HST-KEEP-REREAD NOT = RTN-HST-RETAINED
008130             OR RTN-HST-ARCH-REREAD NOT = RTN-HST-ARCHIVED
008140             OR RTN-CHECK-SUM NOT = RTN-HST-ORIGINAL
008150         SET PROOF-FAILED TO TRUE
008160     END-IF.
008170*
008180     IF PROOF-FAILED
008190         DISPLAY "NUMRETN - *** ERROR - LIVE PLUS ARCHIVE DOES "
008200             "NOT EQUAL THE ORIGINAL - LIVE FILES NOT TO BE "
008210             "REPLACED ***"
008220         MOVE "COUNT PROOF FAILED - LIVE FILES NOT REPLACED"
008230             TO RTN-REFUSE-REASON
008240         MOVE 16 TO RETURN-CODE
008250         SET RETENTION-REFUSED TO TRUE
008260         GO TO 4000-EXIT
008270     END-IF.
008280*
008290     IF RTN-AUD-ARCHIVED = 0 AND RTN-HST-ARCHIVED = 0
008300         DISPLAY "NUMRETN - NOTHING DATED BEFORE THE CUTOFF "
008310             RTN-CUTOFF-DATE-N
008320         IF RETURN-CODE < 4
008330             MOVE 4 TO RETURN-CODE
008340         END-IF
008350     END-IF.
008360     IF RKE-RETAINED(RTN-KIND-UNDATED) > 0
008370             OR RTN-HST-UNDATED > 0
008380         DISPLAY "NUMRETN - UNDATED RECORDS KEPT ON THE LIVE "
008390             "FILES - SEE THE REPORT"
008400         IF RETURN-CODE < 4
008410             MOVE 4 TO RETURN-CODE
008420         END-IF
008430     END-IF.
008440 4000-EXIT.
008450     EXIT.
008460*
008470*--------------------------------------------------------------*
008480* 6000-WRITE-REPORT - KIND-BY-KIND COUNTS FOR THE TRAIL, THE   *
008490*                     HISTORY COUNTS, THE READ-BACK PROOF AND  *
008500*                     THE VERDICT. A REFUSED RUN PRINTS ITS    *
008510*                     REASON INSTEAD.                          *
008520*--------------------------------------------------------------*
008530 6000-WRITE-REPORT.
008540     IF NOT RETENTION-REPORT-OK
008550         GO TO 6000-EXIT
008560     END-IF.
008570     MOVE RTN-BUS-DATE-N TO RH1-BUS-DATE.
008580     MOVE RTC-CUTOFF-DATE TO RH1-CUTOFF.
008590     WRITE RETENTION-REPORT-RECORD FROM RTN-HEADING-1.
008600     MOVE SPACES TO RETENTION-REPORT-RECORD.
008610     WRITE RETENTION-REPORT-RECORD.
008620     IF RETENTION-REFUSED
008630         MOVE "*** RETENTION REFUSED - NOTHING REPLACED ***"
008640             TO RETENTION-REPORT-RECORD
008650         WRITE RETENTION-REPORT-RECORD
008660         MOVE SPACES TO RETENTION-REPORT-RECORD
008670         MOVE RTN-REFUSE-REASON TO RETENTION-REPORT-RECORD
008680         WRITE RETENTION-REPORT-RECORD
008690         GO TO 6000-CLOSE
008700     END-IF.
008710*
008720     WRITE RETENTION-REPORT-RECORD FROM RTN-HEADING-2.
008730     PERFORM VARYING RTN-KIND FROM 1 BY 1
008740             UNTIL RTN-KIND > RTN-KIND-MAX
008750         MOVE RTN-KIND-NAME(RTN-KIND) TO RKL-NAME
008760         MOVE RKE-ORIGINAL(RTN-KIND) TO RKL-ORIGINAL
008770         MOVE RKE-ARCHIVED(RTN-KIND) TO RKL-ARCHIVED
008780         MOVE RKE-RETAINED(RTN-KIND) TO RKL-RETAINED
008790         WRITE RETENTION-REPORT-RECORD FROM RTN-KIND-LINE
008800     END-PERFORM.
008810     MOVE "  TOTAL" TO RKL-NAME.
008820     MOVE RTN-AUD-ORIGINAL TO RKL-ORIGINAL.
008830     MOVE RTN-AUD-ARCHIVED TO RKL-ARCHIVED.
008840     MOVE RTN-AUD-RETAINED TO RKL-RETAINED.
008850     WRITE RETENTION-REPORT-RECORD FROM RTN-KIND-LINE.
008860     MOVE "  ARCHIVED DAYS FROM / TO            :" TO RPL-LABEL.
008870     MOVE SPACES TO RPL-VALUE.
008880     STRING RTN-AUD-FIRST-ARCHIVED " / " RTN-AUD-LAST-ARCHIVED
008890         DELIMITED BY SIZE INTO RPL-VALUE.
008900     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
008910     MOVE "  ARCHIVE GENERATION READ BACK       :" TO RPL-LABEL.
008920     MOVE RTN-AUD-ARCH-REREAD TO RTN-COUNT-EDIT.
008930     MOVE RTN-COUNT-EDIT TO RPL-VALUE.
008940     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
008950     MOVE "  RETAINED TRAIL READ BACK (+ RETN)  :" TO RPL-LABEL.
008960     MOVE RTN-AUD-KEEP-REREAD TO RTN-COUNT-EDIT.
008970     MOVE RTN-COUNT-EDIT TO RPL-VALUE.
008980     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
008990     MOVE "  LIVE + ARCHIVE = ORIGINAL          :" TO RPL-LABEL.
009000     MOVE "PROVED" TO RPL-VALUE.
009010     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
009020     MOVE SPACES TO RETENTION-REPORT-RECORD.
009030     WRITE RETENTION-REPORT-RECORD.
009040*
009050     WRITE RETENTION-REPORT-RECORD FROM RTN-HEADING-3.
009060     MOVE "RUN HISTORY RECORDS" TO RKL-NAME.
009070     MOVE RTN-HST-ORIGINAL TO RKL-ORIGINAL.
009080     MOVE RTN-HST-ARCHIVED TO RKL-ARCHIVED.
009090     MOVE RTN-HST-RETAINED TO RKL-RETAINED.
009100     WRITE RETENTION-REPORT-RECORD FROM RTN-KIND-LINE.
009110     MOVE "  OF WHICH UNDATED - KEPT" TO RKL-NAME.
009120     MOVE RTN-HST-UNDATED TO RKL-ORIGINAL.
009130     MOVE ZERO TO RKL-ARCHIVED.
009140     MOVE RTN-HST-UNDATED TO RKL-RETAINED.
009150     WRITE RETENTION-REPORT-RECORD FROM RTN-KIND-LINE.
009160     MOVE "  ARCHIVED DAYS FROM / TO            :" TO RPL-LABEL.
009170     MOVE SPACES TO RPL-VALUE.
009180     STRING RTN-HST-FIRST-ARCHIVED " / " RTN-HST-LAST-ARCHIVED
009190         DELIMITED BY SIZE INTO RPL-VALUE.
009200     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
009210     MOVE "  ARCHIVE GENERATION READ BACK       :" TO RPL-LABEL.
009220     MOVE RTN-HST-ARCH-REREAD TO RTN-COUNT-EDIT.
009230     MOVE RTN-COUNT-EDIT TO RPL-VALUE.
009240     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
009250     MOVE "  RETAINED HISTORY READ BACK         :" TO RPL-LABEL.
009260     MOVE RTN-HST-KEEP-REREAD TO RTN-COUNT-EDIT.
009270     MOVE RTN-COUNT-EDIT TO RPL-VALUE.
009280     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
009290     MOVE "  LIVE + ARCHIVE = ORIGINAL          :" TO RPL-LABEL.
009300     MOVE "PROVED" TO RPL-VALUE.
009310     WRITE RETENTION-REPORT-RECORD FROM RTN-PROOF-LINE.
009320     MOVE SPACES TO RETENTION-REPORT-RECORD.
009330     WRITE RETENTION-REPORT-RECORD.
009340     MOVE "*** RETENTION PROVED - LIVE FILES MAY BE REPLACED ***"
009350         TO RETENTION-REPORT-RECORD.
009360     WRITE RETENTION-REPORT-RECORD.
009370*
009380     DISPLAY "NUMRETN - TRAIL " RTN-AUD-ORIGINAL " = "
009390         RTN-AUD-RETAINED " RETAINED + " RTN-AUD-ARCHIVED
009400         " ARCHIVED".
009410     DISPLAY "NUMRETN - HISTORY " RTN-HST-ORIGINAL " = "
009420         RTN-HST-RETAINED " RETAINED + " RTN-HST-ARCHIVED
009430         " ARCHIVED".
009440 6000-CLOSE.
009450     CLOSE RETENTION-REPORT-FILE.
009460 6000-EXIT.
009470     EXIT.
009480*
009490*--------------------------------------------------------------*
009500* 9999-TERMINATE - END OF JOB                                  *
009510*--------------------------------------------------------------*
009520 9999-TERMINATE.
009530     STOP RUN.
009540 9999-EXIT.
009550     EXIT.
