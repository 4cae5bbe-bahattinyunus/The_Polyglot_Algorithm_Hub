000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMRADV.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. RESTART ADVISOR FOR A FAILED     *
000210*                NIGHT OF THE DAILY QUICKSRT STREAM. READS THE *
000220*                BUSINESS DATE, THE BDCARD PIN, THE NIGHT'S    *
000230*                AUDIT-TRAIL RECORDS, THE SORT CHECKPOINT, A   *
000240*                CATALOG LISTING OF THE WORK AND DAILY OUTPUT  *
000250*                DATASETS AND THE NEWEST TWO GENERATIONS OF    *
000260*                THE RECENTLY-SEEN, MTD AND ACCOUNT MASTERS,   *
000270*                AND PRINTS THE EXACT RESUBMISSION - RESTART=  *
000280*                STEP, NUMRSTRT OR NOT, BDCARD PIN OR NOT, AND *
000290*                WHAT MUST BE SCRATCHED FIRST. A STATE THE     *
000300*                RESTART RULES DO NOT COVER IS REFUSED WITH    *
000310*                ITS REASON (RC 16). NOTHING IS CHANGED.       *
000320* 2026-10-15 RH  A CERTIFIED-BALANCED NIGHT NO LONGER READS AS *
000330*                NOTHING TO DO: THE REPORT ADDS THAT A STREAM  *
000340*                WHICH STOPPED IN STEP003 WITHOUT ADVANCING    *
000350*                THE DATE IS RESUBMITTED FROM THE TOP.         *
000360*--------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS BUSINESS-DATE-STATUS.
000430*
000440     SELECT BDATE-CARD-FILE  ASSIGN TO BDCARD
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BDATE-CARD-STATUS.
000470*
000480     SELECT AUDIT-IN-FILE    ASSIGN TO AUDIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AUDIT-IN-STATUS.
000510*
000520     SELECT CHECKPOINT-FILE  ASSIGN TO SORTCKPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CHECKPOINT-STATUS.
000550*
000560     SELECT CATALOG-LIST-FILE ASSIGN TO CATLIST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CATALOG-LIST-STATUS.
000590*
000600     SELECT SEEN-CUR-FILE    ASSIGN TO SEENCUR
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SEEN-CUR-STATUS.
000630*
000640     SELECT SEEN-PRV-FILE    ASSIGN TO SEENPRV
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SEEN-PRV-STATUS.
000670*
000680     SELECT MTD-CUR-FILE     ASSIGN TO MTDCUR
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MTD-CUR-STATUS.
000710*
000720     SELECT MTD-PRV-FILE     ASSIGN TO MTDPRV
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS MTD-PRV-STATUS.
000750*
000760     SELECT ACT-CUR-FILE     ASSIGN TO ACTCUR
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS ACT-CUR-STATUS.
000790*
000800     SELECT ACT-PRV-FILE     ASSIGN TO ACTPRV
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS ACT-PRV-STATUS.
000830*
000840     SELECT ADVICE-REPORT-FILE ASSIGN TO ADVRPT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS ADVICE-REPORT-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  BUSINESS-DATE-FILE
000910     RECORDING MODE IS F.
000920 01  BUSINESS-DATE-RECORD.
000930     05  BDR-BUSINESS-DATE   PIC X(08).
000940     05  FILLER              PIC X(72).
000950*
000960 FD  BDATE-CARD-FILE
000970     RECORDING MODE IS F.
000980 01  BDATE-CARD-RECORD.
000990     05  BDC-PIN-DATE        PIC X(08).
001000     05  FILLER              PIC X(72).
001010*
001020*--------------------------------------------------------------*
001030* PERMANENT AUDIT TRAIL - THE DAILY SORT'S EXECUTION RECORD    *
001040* (NUMERIC RUN DATE IN COLS 1-8, RETURN CODE IN COLS 69-72,    *
001050* RESTART FLAG IN COL 73) AND THE TAGGED RECORDS OTHER JOBS    *
001060* APPEND (TAG IN COLS 1-4, BUSINESS DATE IN COLS 5-12). THE    *
001070* CERTIFICATE VERDICT IS COL 41; THE "BDAT" RECORD SAYS IN COL *
001080* 27 HOW THE DATE WAS SET AND IN COLS 28-35 WHAT IT WAS BEFORE.*
001090*--------------------------------------------------------------*
001100 FD  AUDIT-IN-FILE
001110     RECORDING MODE IS F.
001120 01  AUDIT-IN-RECORD.
001130     05  AIN-RUN-DATE        PIC X(08).
001140     05  FILLER              PIC X(60).
001150     05  AIN-RETURN-CODE     PIC X(04).
001160     05  AIN-RESTART-FLAG    PIC X(01).
001170     05  FILLER              PIC X(07).
001180 01  AUDIT-IN-TAGGED-VIEW REDEFINES AUDIT-IN-RECORD.
001190     05  ATG-TAG             PIC X(04).
001200     05  ATG-RUN-DATE        PIC X(08).
001210     05  FILLER              PIC X(68).
001220 01  AUDIT-IN-CERT-VIEW REDEFINES AUDIT-IN-RECORD.
001230     05  FILLER              PIC X(40).
001240     05  ACR-VERDICT         PIC X(01).
001250     05  FILLER              PIC X(39).
001260 01  AUDIT-IN-BDAT-VIEW REDEFINES AUDIT-IN-RECORD.
001270     05  FILLER              PIC X(26).
001280     05  ABD-HOW-SET         PIC X(01).
001290     05  ABD-PRIOR-DATE      PIC X(08).
001300     05  FILLER              PIC X(45).
001310*
001320*--------------------------------------------------------------*
001330* SORT CHECKPOINT - ONLY THE TYPE "1" HEADER MATTERS HERE: THE *
001340* STEP REACHED (1 = LOAD DONE, 2 = SORT DONE) AND THE BUSINESS *
001350* DATE IT WAS WRITTEN UNDER. THE FILE IS DISP=MOD, SO A RUN    *
001360* THAT PASSED BOTH CHECKPOINTS HOLDS TWO BLOCKS - LAST WINS.   *
001370*--------------------------------------------------------------*
001380 FD  CHECKPOINT-FILE
001390     RECORDING MODE IS F.
001400 01  CHECKPOINT-RECORD.
001410     05  CKH-REC-TYPE        PIC X(01).
001420     05  CKH-STEP-CODE       PIC X(02).
001430     05  FILLER              PIC X(45).
001440     05  CKH-BUSINESS-DATE   PIC X(08).
001450     05  FILLER              PIC X(24).
001460*
001470*--------------------------------------------------------------*
001480* CATALOG LISTING - IDCAMS LISTCAT ... NAME OUTPUT. A DATASET  *
001490* IS CATALOGED WHEN ITS NAME APPEARS ON A "NONVSAM" LINE.      *
001500*--------------------------------------------------------------*
001510 FD  CATALOG-LIST-FILE
001520     RECORDING MODE IS F.
001530 01  CATALOG-LIST-RECORD     PIC X(121).
001540*
001550*--------------------------------------------------------------*
001560* RECENTLY-SEEN GENERATIONS - EVERY RECORD CARRIES THE NIGHT   *
001570* THAT POSTED IT IN COLS 1-8.                                  *
001580*--------------------------------------------------------------*
001590 FD  SEEN-CUR-FILE
001600     RECORDING MODE IS F.
001610 01  SEEN-CUR-RECORD.
001620     05  SNC-PROC-DATE       PIC X(08).
001630     05  FILLER              PIC X(32).
001640*
001650 FD  SEEN-PRV-FILE
001660     RECORDING MODE IS F.
001670 01  SEEN-PRV-RECORD.
001680     05  SNP-PROC-DATE       PIC X(08).
001690     05  FILLER              PIC X(32).
001700*
001710*--------------------------------------------------------------*
001720* MTD AND ACCOUNT MASTER GENERATIONS - THE NEWEST LAST-SEEN    *
001730* DATE ON A GENERATION IS THE LAST NIGHT MERGED INTO IT. THE   *
001740* "MTDHDR"/"ACMHDR" MONTH HEADER CARRIES NO LAST-SEEN DATE.    *
001750*--------------------------------------------------------------*
001760 FD  MTD-CUR-FILE
001770     RECORDING MODE IS F.
001780 01  MTD-CUR-RECORD.
001790     05  MTC-VALUE           PIC X(07).
001800     05  MTC-FIRST-SEEN      PIC X(08).
001810     05  MTC-LAST-SEEN       PIC X(08).
001820     05  FILLER              PIC X(57).
001830*
001840 FD  MTD-PRV-FILE
001850     RECORDING MODE IS F.
001860 01  MTD-PRV-RECORD.
001870     05  MTP-VALUE           PIC X(07).
001880     05  MTP-FIRST-SEEN      PIC X(08).
001890     05  MTP-LAST-SEEN       PIC X(08).
001900     05  FILLER              PIC X(57).
001910*
001920 FD  ACT-CUR-FILE
001930     RECORDING MODE IS F.
001940 01  ACT-CUR-RECORD.
001950     05  ACC-ACCOUNT         PIC X(10).
001960     05  ACC-FIRST-SEEN      PIC X(08).
001970     05  ACC-LAST-SEEN       PIC X(08).
001980     05  FILLER              PIC X(54).
001990*
002000 FD  ACT-PRV-FILE
002010     RECORDING MODE IS F.
002020 01  ACT-PRV-RECORD.
002030     05  ACP-ACCOUNT         PIC X(10).
002040     05  ACP-FIRST-SEEN      PIC X(08).
002050     05  ACP-LAST-SEEN       PIC X(08).
002060     05  FILLER              PIC X(54).
002070*
002080 FD  ADVICE-REPORT-FILE
002090     RECORDING MODE IS F.
002100 01  ADVICE-REPORT-RECORD    PIC X(80).
002110*
002120 WORKING-STORAGE SECTION.
002130*--------------------------------------------------------------*
002140* FILE STATUS SAVE AREAS                                       *
002150*--------------------------------------------------------------*
002160 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
002170     88  BUSINESS-DATE-OK              VALUE "00".
002180 01  BDATE-CARD-STATUS       PIC X(02) VALUE SPACES.
002190     88  BDATE-CARD-OK                 VALUE "00".
002200 01  AUDIT-IN-STATUS         PIC X(02) VALUE SPACES.
002210     88  AUDIT-IN-OK                   VALUE "00".
002220 01  CHECKPOINT-STATUS       PIC X(02) VALUE SPACES.
002230     88  CHECKPOINT-OK                 VALUE "00".
002240 01  CATALOG-LIST-STATUS     PIC X(02) VALUE SPACES.
002250     88  CATALOG-LIST-OK               VALUE "00".
002260 01  SEEN-CUR-STATUS         PIC X(02) VALUE SPACES.
002270     88  SEEN-CUR-OK                   VALUE "00".
002280 01  SEEN-PRV-STATUS         PIC X(02) VALUE SPACES.
002290     88  SEEN-PRV-OK                   VALUE "00".
002300 01  MTD-CUR-STATUS          PIC X(02) VALUE SPACES.
002310     88  MTD-CUR-OK                    VALUE "00".
002320 01  MTD-PRV-STATUS          PIC X(02) VALUE SPACES.
002330     88  MTD-PRV-OK                    VALUE "00".
002340 01  ACT-CUR-STATUS          PIC X(02) VALUE SPACES.
002350     88  ACT-CUR-OK                    VALUE "00".
002360 01  ACT-PRV-STATUS          PIC X(02) VALUE SPACES.
002370     88  ACT-PRV-OK                    VALUE "00".
002380 01  ADVICE-REPORT-STATUS    PIC X(02) VALUE SPACES.
002390     88  ADVICE-REPORT-OK              VALUE "00".
002400*
002410*--------------------------------------------------------------*
002420* SWITCHES                                                     *
002430*--------------------------------------------------------------*
002440 01  RAD-SWITCHES.
002450     05  IN-EOF-SW           PIC X(01) VALUE "N".
002460         88  IN-EOF-YES                VALUE "Y".
002470         88  IN-EOF-NO                 VALUE "N".
002480     05  OUTCOME-SW          PIC X(01) VALUE "A".
002490         88  ADVICE-GIVEN              VALUE "A".
002500         88  ADVICE-REFUSED            VALUE "R".
002510         88  NOTHING-TO-RESUBMIT       VALUE "N".
002520     05  NIGHT-OPEN-SW       PIC X(01) VALUE "N".
002530         88  NIGHT-OPEN-YES            VALUE "Y".
002540         88  NIGHT-OPEN-NO             VALUE "N".
002550     05  PRIOR-OPEN-SW       PIC X(01) VALUE "N".
002560         88  PRIOR-OPEN-YES            VALUE "Y".
002570         88  PRIOR-OPEN-NO             VALUE "N".
002580     05  CKPT-STATE-SW       PIC X(01) VALUE "N".
002590         88  CKPT-NONE                 VALUE "N".
002600         88  CKPT-TONIGHT              VALUE "T".
002610         88  CKPT-STALE                VALUE "S".
002620     05  NUMRSTRT-SW         PIC X(01) VALUE "N".
002630         88  NUMRSTRT-NOT-NEEDED       VALUE "N".
002640         88  NUMRSTRT-REQUIRED         VALUE "R".
002650         88  NUMRSTRT-FORBIDDEN        VALUE "X".
002660*
002670*--------------------------------------------------------------*
002680* DATES                                                        *
002690*--------------------------------------------------------------*
002700 01  RAD-BUS-DATE            PIC 9(08) VALUE 0.
002710 01  RAD-NIGHT-DATE          PIC 9(08) VALUE 0.
002720 01  RAD-PIN-DATE            PIC 9(08) VALUE 0.
002730 01  RAD-CARD-DATE           PIC X(08) VALUE SPACES.
002740 01  RAD-REFUSE-REASON       PIC X(78) VALUE SPACES.
002750*
002760*--------------------------------------------------------------*
002770* WHAT THE TRAIL SAYS ABOUT THE BUSINESS DATE'S NIGHT, AND     *
002780* ABOUT THE NIGHT BEFORE IT WHEN STEP003 ADVANCED THE DATE     *
002790*--------------------------------------------------------------*
002800 01  RAD-TRAIL-FACTS.
002810     05  RTF-BDAT-COUNT      PIC 9(05) VALUE 0.
002820     05  RTF-HOW-SET         PIC X(01) VALUE SPACE.
002830         88  RTF-DATE-ADVANCED         VALUE "A".
002840         88  RTF-DATE-PINNED           VALUE "P".
002850     05  RTF-PRIOR-DATE      PIC X(08) VALUE SPACES.
002860     05  RTF-REVR-COUNT      PIC 9(05) VALUE 0.
002870     05  RTF-SORT-COUNT      PIC 9(05) VALUE 0.
002880     05  RTF-SORT-RC         PIC X(04) VALUE SPACES.
002890     05  RTF-SORT-RESTART    PIC X(01) VALUE SPACE.
002900     05  RTF-CERT-COUNT      PIC 9(05) VALUE 0.
002910     05  RTF-CERT-VERDICT    PIC X(01) VALUE SPACE.
002920         88  RTF-CERT-BALANCED         VALUE "B".
002930     05  RTF-PRIOR-STREAM    PIC 9(05) VALUE 0.
002940     05  RTF-PRIOR-CERTS     PIC 9(05) VALUE 0.
002950*
002960*--------------------------------------------------------------*
002970* CHECKPOINT AS FOUND                                          *
002980*--------------------------------------------------------------*
002990 01  RAD-CKPT-RECORDS        PIC 9(07) VALUE 0.
003000 01  RAD-CKPT-HEADERS        PIC 9(07) VALUE 0.
003010 01  RAD-CKPT-STEP           PIC X(02) VALUE SPACES.
003020 01  RAD-CKPT-DATE           PIC X(08) VALUE SPACES.
003030*
003040*--------------------------------------------------------------*
003050* DATASETS LOOKED UP ON THE CATALOG LISTING - NAME, NAME       *
003060* LENGTH, THE QUICKSRT STEP THAT CREATES IT, AND ITS KIND:     *
003070* W = WORK DATASET CLEARED BY STEP005, N = DAILY OUTPUT CUT    *
003080* DISP=NEW (A RERUN OF ITS STEP FAILS WHILE IT IS CATALOGED),  *
003090* X = THE LEDGER TRANSMIT, WHICH THE TRANSFER MUST HAVE TAKEN  *
003100* BEFORE IT IS SCRATCHED.                                      *
003110*--------------------------------------------------------------*
003120 01  RAD-CATALOG-NAMES.
003130     05  FILLER              PIC X(36) VALUE
003140         "PROD.NUMBERS.DAILY.CKPT       23005W".
003150     05  FILLER              PIC X(36) VALUE
003160         "PROD.NUMBERS.DAILY.ACCEPTED   27005W".
003170     05  FILLER              PIC X(36) VALUE
003180         "PROD.NUMBERS.DAILY.SORTSEQ    26005W".
003190     05  FILLER              PIC X(36) VALUE
003200         "PROD.NUMBERS.DAILY.REVERSALS  28005W".
003210     05  FILLER              PIC X(36) VALUE
003220         "PROD.NUMBERS.DAILY.WAREHOUSE  28005W".
003230     05  FILLER              PIC X(36) VALUE
003240         "PROD.NUMBERS.DAILY.REVREG     25007N".
003250     05  FILLER              PIC X(36) VALUE
003260         "PROD.NUMBERS.DAILY.REPORT     25010N".
003270     05  FILLER              PIC X(36) VALUE
003280         "PROD.NUMBERS.DAILY.RECON      24010N".
003290     05  FILLER              PIC X(36) VALUE
003300         "PROD.NUMBERS.DAILY.REJECTS    26010N".
003310     05  FILLER              PIC X(36) VALUE
003320         "PROD.NUMBERS.DAILY.STATS      24010N".
003330     05  FILLER              PIC X(36) VALUE
003340         "PROD.NUMBERS.DAILY.SORTED     25010N".
003350     05  FILLER              PIC X(36) VALUE
003360         "PROD.NUMBERS.DAILY.DUPAUDIT   27010N".
003370     05  FILLER              PIC X(36) VALUE
003380         "PROD.NUMBERS.LEDGER.EXTRACT   27010N".
003390     05  FILLER              PIC X(36) VALUE
003400         "PROD.NUMBERS.DAILY.EXCEPTIONS 29010N".
003410     05  FILLER              PIC X(36) VALUE
003420         "PROD.NUMBERS.DAILY.WHSRPT     25010N".
003430     05  FILLER              PIC X(36) VALUE
003440         "PROD.NUMBERS.MTD.BALANCE      24015N".
003450     05  FILLER              PIC X(36) VALUE
003460         "PROD.NUMBERS.ACCT.BALANCE     25016N".
003470     05  FILLER              PIC X(36) VALUE
003480         "PROD.NUMBERS.DAILY.STRUCRPT   27017N".
003490     05  FILLER              PIC X(36) VALUE
003500         "PROD.NUMBERS.DAILY.BRNCHRPT   27018N".
003510     05  FILLER              PIC X(36) VALUE
003520         "PROD.NUMBERS.DAILY.CERTRPT    26028N".
003530     05  FILLER              PIC X(36) VALUE
003540         "PROD.NUMBERS.LEDGER.XMIT      24040X".
003550 01  RAD-CATALOG-TABLE REDEFINES RAD-CATALOG-NAMES.
003560     05  RAD-CAT-ENTRY       OCCURS 21 TIMES.
003570         10  RCE-NAME        PIC X(30).
003580         10  RCE-LENGTH      PIC 9(02).
003590         10  RCE-STEP        PIC 9(03).
003600         10  RCE-KIND        PIC X(01).
003610 01  RAD-CAT-FLAGS.
003620     05  RAD-CAT-LISTED      PIC X(01) OCCURS 21 TIMES.
003630 01  RAD-CAT-MAX             PIC 9(02) VALUE 21.
003640 01  RAD-CAT-IX              PIC 9(02) VALUE 0.
003650 01  RAD-CAT-CKPT            PIC 9(02) VALUE 1.
003660 01  RAD-CAT-ACCEPTED        PIC 9(02) VALUE 2.
003670 01  RAD-CAT-SORTSEQ         PIC 9(02) VALUE 3.
003680 01  RAD-CAT-REVERSALS       PIC 9(02) VALUE 4.
003690 01  RAD-CAT-LINES           PIC 9(07) VALUE 0.
003700 01  RAD-MATCH-LEN           PIC 9(02) VALUE 0.
003710 01  RAD-HITS                PIC 9(03) VALUE 0.
003720*
003730*--------------------------------------------------------------*
003740* GENERATIONS - THE NIGHT EACH OF THE NEWEST TWO GENERATIONS   *
003750* CARRIES (ZERO = EMPTY OR NOTHING DATED ON IT), AND THE STEP  *
003760* THAT CUTS THE NEXT ONE.                                      *
003770*--------------------------------------------------------------*
003780 01  RAD-GEN-NAMES.
003790     05  FILLER              PIC X(33) VALUE
003800         "PROD.NUMBERS.RECENT.SEEN      010".
003810     05  FILLER              PIC X(33) VALUE
003820         "PROD.NUMBERS.MTD.MASTER       015".
003830     05  FILLER              PIC X(33) VALUE
003840         "PROD.NUMBERS.ACCT.MASTER      016".
003850 01  RAD-GEN-NAME-TABLE REDEFINES RAD-GEN-NAMES.
003860     05  RAD-GEN-NAME-ENTRY  OCCURS 3 TIMES.
003870         10  RGN-NAME        PIC X(30).
003880         10  RGN-STEP        PIC 9(03).
003890 01  RAD-GEN-TABLE.
003900     05  RAD-GEN-ENTRY       OCCURS 3 TIMES.
003910         10  RGE-CUR-DATE    PIC 9(08).
003920         10  RGE-PRV-DATE    PIC 9(08).
003930 01  RAD-GEN-MAX             PIC 9(02) VALUE 3.
003940 01  RAD-GEN-IX              PIC 9(02) VALUE 0.
003950 01  RAD-GEN-SEEN            PIC 9(02) VALUE 1.
003960 01  RAD-GEN-MTD             PIC 9(02) VALUE 2.
003970 01  RAD-GEN-ACCT            PIC 9(02) VALUE 3.
003980 01  RAD-SEEN-EMPTY-SW       PIC X(01) VALUE "N".
003990     88  SEEN-CUR-EMPTY                VALUE "Y".
004000*
004010*--------------------------------------------------------------*
004020* THE ADVICE - THE STEP THE RESUBMISSION STARTS FROM (3 = FROM *
004030* THE TOP, NO RESTART=) AND THE NOTES THAT GO WITH IT          *
004040*--------------------------------------------------------------*
004050 01  RAD-FROM-STEP           PIC 9(03) VALUE 0.
004060 01  RAD-SCRATCH-COUNT       PIC 9(03) VALUE 0.
004070 01  RAD-NOTE-TABLE.
004080     05  RAD-NOTE            PIC X(74) OCCURS 8 TIMES.
004090 01  RAD-NOTE-COUNT          PIC 9(02) VALUE 0.
004100 01  RAD-NOTE-MAX            PIC 9(02) VALUE 8.
004110 01  RAD-NOTE-IX             PIC 9(02) VALUE 0.
004120 01  RAD-NOTE-TEXT           PIC X(74) VALUE SPACES.
004130*
004140*--------------------------------------------------------------*
004150* REPORT LINE LAYOUTS                                          *
004160*--------------------------------------------------------------*
004170 01  RAD-HEADING-1.
004180     05  FILLER              PIC X(43) VALUE
004190         "NUMRADV  QUICKSRT RESTART ADVICE  BUS DATE ".
004200     05  RH1-BUS-DATE        PIC 9(08).
004210     05  FILLER              PIC X(29) VALUE SPACES.
004220 01  RAD-INFO-LINE.
004230     05  FILLER              PIC X(02) VALUE SPACES.
004240     05  RIL-LABEL           PIC X(33).
004250     05  RIL-VALUE           PIC X(45).
004260 01  RAD-LIST-LINE.
004270     05  FILLER              PIC X(05) VALUE SPACES.
004280     05  RLL-NAME            PIC X(33).
004290     05  RLL-TEXT            PIC X(42).
004300 01  RAD-COUNT-EDIT          PIC Z(4)9.
004310 01  RAD-DATE-EDIT           PIC 9(08).
004320 01  RAD-WORK-LINE           PIC X(80) VALUE SPACES.
004330*
004340 PROCEDURE DIVISION.
004350 0000-MAINLINE.
004360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004370     PERFORM 1100-READ-BDATE-CARD THRU 1100-EXIT.
004380     PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT.
004390     PERFORM 2500-CHECK-PRIOR-NIGHT THRU 2500-EXIT.
004400     PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT.
004410     PERFORM 3500-READ-CATALOG-LIST THRU 3500-EXIT.
004420     PERFORM 4000-DATE-GENERATIONS THRU 4000-EXIT.
004430     PERFORM 5000-DECIDE THRU 5000-EXIT.
004440     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
004450     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004460*
004470*--------------------------------------------------------------*
004480* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE REPORT OPEN  *
004490*--------------------------------------------------------------*
004500 1000-INITIALIZE.
004510     INITIALIZE RAD-GEN-TABLE.
004520     MOVE ALL "N" TO RAD-CAT-FLAGS.
004530     MOVE SPACES TO RAD-NOTE-TABLE.
004540     OPEN OUTPUT ADVICE-REPORT-FILE.
004550     IF NOT ADVICE-REPORT-OK
004560         DISPLAY "NUMRADV - UNABLE TO OPEN ADVICE-REPORT-FILE, "
004570             "STATUS = " ADVICE-REPORT-STATUS
004580         MOVE "ADVICE REPORT COULD NOT BE OPENED"
004590             TO RAD-REFUSE-REASON
004600         PERFORM 5900-REFUSE THRU 5900-EXIT
004610         GO TO 1000-EXIT
004620     END-IF.
004630     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004640 1000-EXIT.
004650     EXIT.
004660*
004670*--------------------------------------------------------------*
004680* 1050-GET-BUSINESS-DATE - THE NIGHT BEING ADVISED ON IS THE   *
004690*                          ONE THE CONTROL RECORD NAMES. THERE *
004700*                          IS NO WALL-CLOCK FALLBACK: WITHOUT  *
004710*                          IT NOTHING CAN BE ADVISED (RC 16).  *
004720*--------------------------------------------------------------*
004730 1050-GET-BUSINESS-DATE.
004740     OPEN INPUT BUSINESS-DATE-FILE.
004750     IF NOT BUSINESS-DATE-OK
004760         DISPLAY "NUMRADV - *** ERROR - NO BUSINESS-DATE "
004770             "CONTROL (STATUS = " BUSINESS-DATE-STATUS ") ***"
004780         MOVE "NO BUSINESS-DATE CONTROL RECORD"
004790             TO RAD-REFUSE-REASON
004800         PERFORM 5900-REFUSE THRU 5900-EXIT
004810         GO TO 1050-EXIT
004820     END-IF.
004830     READ BUSINESS-DATE-FILE
004840         AT END
004850             MOVE SPACES TO BDR-BUSINESS-DATE
004860     END-READ.
004870     CLOSE BUSINESS-DATE-FILE.
004880     IF BDR-BUSINESS-DATE NUMERIC
004890         MOVE BDR-BUSINESS-DATE TO RAD-BUS-DATE
004900         MOVE RAD-BUS-DATE TO RAD-NIGHT-DATE
004910     ELSE
004920         DISPLAY "NUMRADV - *** ERROR - BUSINESS-DATE CONTROL "
004930             "EMPTY OR UNREADABLE ***"
004940         MOVE "BUSINESS-DATE CONTROL RECORD EMPTY OR UNREADABLE"
004950             TO RAD-REFUSE-REASON
004960         PERFORM 5900-REFUSE THRU 5900-EXIT
004970     END-IF.
004980 1050-EXIT.
004990     EXIT.
005000*
005010*--------------------------------------------------------------*
005020* 1100-READ-BDATE-CARD - WHAT THE BDCARD PIN HOLDS NOW. A      *
005030*                        MISSING CARD DATASET READS AS BLANK.  *
005040*--------------------------------------------------------------*
005050 1100-READ-BDATE-CARD.
005060     MOVE SPACES TO RAD-CARD-DATE.
005070     OPEN INPUT BDATE-CARD-FILE.
005080     IF NOT BDATE-CARD-OK
005090         GO TO 1100-EXIT
005100     END-IF.
005110     READ BDATE-CARD-FILE
005120         AT END
005130             MOVE SPACES TO BDC-PIN-DATE
005140     END-READ.
005150     CLOSE BDATE-CARD-FILE.
005160     IF BDC-PIN-DATE NUMERIC
005170         MOVE BDC-PIN-DATE TO RAD-CARD-DATE
005180     END-IF.
005190 1100-EXIT.
005200     EXIT.
005210*
005220*--------------------------------------------------------------*
005230* 2000-SCAN-AUDIT-TRAIL - EVERYTHING THE TRAIL HOLDS FOR THE   *
005240*                         BUSINESS DATE: THE "BDAT" RECORD     *
005250*                         THAT SET IT, THE "REVR" FEEDS, THE   *
005260*                         SORT EXECUTIONS THAT ENDED (WITH THE *
005270*                         LAST ONE'S RC) AND THE CERTIFICATES. *
005280*                         A STREAM RECORD OPENS THE NIGHT AND  *
005290*                         A "CERT" CLOSES IT, THE SAME RULE    *
005300*                         NUMRETN USES FOR A STREAM IN         *
005310*                         PROGRESS.                            *
005320*--------------------------------------------------------------*
005330 2000-SCAN-AUDIT-TRAIL.
005340     IF ADVICE-REFUSED
005350         GO TO 2000-EXIT
005360     END-IF.
005370     OPEN INPUT AUDIT-IN-FILE.
005380     IF NOT AUDIT-IN-OK
005390         DISPLAY "NUMRADV - *** ERROR - UNABLE TO OPEN AUDIT-"
005400             "IN-FILE, STATUS = " AUDIT-IN-STATUS " ***"
005410         MOVE "AUDIT TRAIL COULD NOT BE OPENED"
005420             TO RAD-REFUSE-REASON
005430         PERFORM 5900-REFUSE THRU 5900-EXIT
005440         GO TO 2000-EXIT
005450     END-IF.
005460     SET NIGHT-OPEN-NO TO TRUE.
005470     SET IN-EOF-NO TO TRUE.
005480     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
005490     PERFORM UNTIL IN-EOF-YES
005500         PERFORM 2200-POST-AUDIT THRU 2200-EXIT
005510         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
005520     END-PERFORM.
005530     CLOSE AUDIT-IN-FILE.
005540 2000-EXIT.
005550     EXIT.
005560*
005570*--------------------------------------------------------------*
005580* 2100-READ-AUDIT - READ ONE AUDIT TRAIL RECORD                *
005590*--------------------------------------------------------------*
005600 2100-READ-AUDIT.
005610     READ AUDIT-IN-FILE
005620         AT END
005630             SET IN-EOF-YES TO TRUE
005640     END-READ.
005650 2100-EXIT.
005660     EXIT.
005670*
005680*--------------------------------------------------------------*
005690* 2200-POST-AUDIT - FOLD ONE TRAIL RECORD FOR THE BUSINESS     *
005700*                   DATE INTO THE NIGHT'S FACTS                *
005710*--------------------------------------------------------------*
005720 2200-POST-AUDIT.
005730     IF AIN-RUN-DATE NUMERIC
005740         IF AIN-RUN-DATE = RAD-BUS-DATE
005750             ADD 1 TO RTF-SORT-COUNT
005760             MOVE AIN-RETURN-CODE TO RTF-SORT-RC
005770             MOVE AIN-RESTART-FLAG TO RTF-SORT-RESTART
005780             SET NIGHT-OPEN-YES TO TRUE
005790         END-IF
005800         GO TO 2200-EXIT
005810     END-IF.
005820     IF ATG-RUN-DATE NOT = RAD-BUS-DATE
005830         GO TO 2200-EXIT
005840     END-IF.
005850     EVALUATE ATG-TAG
005860         WHEN "BDAT"
005870             ADD 1 TO RTF-BDAT-COUNT
005880             MOVE ABD-HOW-SET TO RTF-HOW-SET
005890             MOVE ABD-PRIOR-DATE TO RTF-PRIOR-DATE
005900             SET NIGHT-OPEN-YES TO TRUE
005910         WHEN "REVR"
005920             ADD 1 TO RTF-REVR-COUNT
005930             SET NIGHT-OPEN-YES TO TRUE
005940         WHEN "CERT"
005950             ADD 1 TO RTF-CERT-COUNT
005960             MOVE ACR-VERDICT TO RTF-CERT-VERDICT
005970             SET NIGHT-OPEN-NO TO TRUE
005980         WHEN OTHER
005990             CONTINUE
006000     END-EVALUATE.
006010 2200-EXIT.
006020     EXIT.
006030*
006040*--------------------------------------------------------------*
006050* 2500-CHECK-PRIOR-NIGHT - WHEN STEP003 ADVANCED THE DATE, THE *
006060*                          NIGHT IT ADVANCED FROM MUST HAVE    *
006070*                          REACHED ITS CERTIFICATE. A PRIOR    *
006080*                          NIGHT THAT STARTED AND WAS LEFT     *
006090*                          OPEN MEANS A FAILED NIGHT WAS       *
006100*                          RESUBMITTED FROM THE TOP WITHOUT A  *
006110*                          PIN - THE DATE HAS MOVED TWICE.     *
006120*--------------------------------------------------------------*
006130 2500-CHECK-PRIOR-NIGHT.
006140     IF ADVICE-REFUSED
006150             OR NOT RTF-DATE-ADVANCED
006160             OR RTF-PRIOR-DATE NOT NUMERIC
006170         GO TO 2500-EXIT
006180     END-IF.
006190     OPEN INPUT AUDIT-IN-FILE.
006200     IF NOT AUDIT-IN-OK
006210         GO TO 2500-EXIT
006220     END-IF.
006230     SET PRIOR-OPEN-NO TO TRUE.
006240     SET IN-EOF-NO TO TRUE.
006250     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
006260     PERFORM UNTIL IN-EOF-YES
006270         PERFORM 2600-POST-PRIOR THRU 2600-EXIT
006280         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
006290     END-PERFORM.
006300     CLOSE AUDIT-IN-FILE.
006310 2500-EXIT.
006320     EXIT.
006330*
006340*--------------------------------------------------------------*
006350* 2600-POST-PRIOR - FOLD ONE TRAIL RECORD FOR THE PRIOR DATE   *
006360*--------------------------------------------------------------*
006370 2600-POST-PRIOR.
006380     IF AIN-RUN-DATE NUMERIC
006390         IF AIN-RUN-DATE = RTF-PRIOR-DATE
006400             ADD 1 TO RTF-PRIOR-STREAM
006410             SET PRIOR-OPEN-YES TO TRUE
006420         END-IF
006430         GO TO 2600-EXIT
006440     END-IF.
006450     IF ATG-RUN-DATE NOT = RTF-PRIOR-DATE
006460         GO TO 2600-EXIT
006470     END-IF.
006480     EVALUATE ATG-TAG
006490         WHEN "BDAT"
006500         WHEN "REVR"
006510             ADD 1 TO RTF-PRIOR-STREAM
006520             SET PRIOR-OPEN-YES TO TRUE
006530         WHEN "CERT"
006540             ADD 1 TO RTF-PRIOR-CERTS
006550             SET PRIOR-OPEN-NO TO TRUE
006560         WHEN OTHER
006570             CONTINUE
006580     END-EVALUATE.
006590 2600-EXIT.
006600     EXIT.
006610*
006620*--------------------------------------------------------------*
006630* 3000-READ-CHECKPOINT - THE LAST TYPE "1" HEADER ON SORTCKPT. *
006640*                        THE JOB POINTS SORTCKPT AT DUMMY WHEN *
006650*                        THE CHECKPOINT IS NOT CATALOGED, AND  *
006660*                        AN EMPTY ONE (ALLOCATED BUT NEVER     *
006670*                        WRITTEN) READS THE SAME AS NONE.      *
006680*--------------------------------------------------------------*
006690 3000-READ-CHECKPOINT.
006700     IF ADVICE-REFUSED
006710         GO TO 3000-EXIT
006720     END-IF.
006730     OPEN INPUT CHECKPOINT-FILE.
006740     IF NOT CHECKPOINT-OK
006750         DISPLAY "NUMRADV - *** ERROR - UNABLE TO OPEN "
006760             "CHECKPOINT-FILE, STATUS = " CHECKPOINT-STATUS " ***"
006770         MOVE "CHECKPOINT IS CATALOGED BUT COULD NOT BE OPENED"
006780             TO RAD-REFUSE-REASON
006790         PERFORM 5900-REFUSE THRU 5900-EXIT
006800         GO TO 3000-EXIT
006810     END-IF.
006820     SET IN-EOF-NO TO TRUE.
006830     PERFORM 3100-READ-CKPT-RECORD THRU 3100-EXIT.
006840     PERFORM UNTIL IN-EOF-YES
006850         ADD 1 TO RAD-CKPT-RECORDS
006860         IF CKH-REC-TYPE = "1"
006870             ADD 1 TO RAD-CKPT-HEADERS
006880             MOVE CKH-STEP-CODE TO RAD-CKPT-STEP
006890             MOVE CKH-BUSINESS-DATE TO RAD-CKPT-DATE
006900         END-IF
006910         PERFORM 3100-READ-CKPT-RECORD THRU 3100-EXIT
006920     END-PERFORM.
006930     CLOSE CHECKPOINT-FILE.
006940 3000-EXIT.
006950     EXIT.
006960*
006970*--------------------------------------------------------------*
006980* 3100-READ-CKPT-RECORD - READ ONE CHECKPOINT-FILE RECORD      *
006990*--------------------------------------------------------------*
007000 3100-READ-CKPT-RECORD.
007010     READ CHECKPOINT-FILE
007020         AT END
007030             SET IN-EOF-YES TO TRUE
007040     END-READ.
007050 3100-EXIT.
007060     EXIT.
007070*
007080*--------------------------------------------------------------*
007090* 3500-READ-CATALOG-LIST - MARK EACH DATASET IN THE TABLE THAT *
007100*                          THE LISTCAT SHOWS AS CATALOGED. NO  *
007110*                          LISTING AT ALL MEANS THE CATALOG    *
007120*                          STATE IS UNKNOWN AND NOTHING CAN BE *
007130*                          ADVISED.                            *
007140*--------------------------------------------------------------*
007150 3500-READ-CATALOG-LIST.
007160     IF ADVICE-REFUSED
007170         GO TO 3500-EXIT
007180     END-IF.
007190     OPEN INPUT CATALOG-LIST-FILE.
007200     IF NOT CATALOG-LIST-OK
007210         DISPLAY "NUMRADV - *** ERROR - UNABLE TO OPEN CATALOG-"
007220             "LIST-FILE, STATUS = " CATALOG-LIST-STATUS " ***"
007230         MOVE "CATALOG LISTING COULD NOT BE OPENED"
007240             TO RAD-REFUSE-REASON
007250         PERFORM 5900-REFUSE THRU 5900-EXIT
007260         GO TO 3500-EXIT
007270     END-IF.
007280     SET IN-EOF-NO TO TRUE.
007290     PERFORM 3550-READ-CATALOG-LINE THRU 3550-EXIT.
007300     PERFORM UNTIL IN-EOF-YES
007310         ADD 1 TO RAD-CAT-LINES
007320         PERFORM 3600-MARK-CATALOGED THRU 3600-EXIT
007330         PERFORM 3550-READ-CATALOG-LINE THRU 3550-EXIT
007340     END-PERFORM.
007350     CLOSE CATALOG-LIST-FILE.
007360     IF RAD-CAT-LINES = 0
007370         DISPLAY "NUMRADV - *** ERROR - CATALOG LISTING EMPTY ***"
007380         MOVE "CATALOG LISTING IS EMPTY - CATALOG STATE UNKNOWN"
007390             TO RAD-REFUSE-REASON
007400         PERFORM 5900-REFUSE THRU 5900-EXIT
007410     END-IF.
007420 3500-EXIT.
007430     EXIT.
007440*
007450*--------------------------------------------------------------*
007460* 3550-READ-CATALOG-LINE - READ ONE LINE OF THE LISTING        *
007470*--------------------------------------------------------------*
007480 3550-READ-CATALOG-LINE.
007490     READ CATALOG-LIST-FILE
007500         AT END
007510             SET IN-EOF-YES TO TRUE
007520     END-READ.
007530 3550-EXIT.
007540     EXIT.
007550*
007560*--------------------------------------------------------------*
007570* 3600-MARK-CATALOGED - A "NONVSAM" LINE NAMES ONE CATALOGED   *
007580*                       DATASET. THE NAME IS MATCHED WITH THE  *
007590*                       BLANK THAT FOLLOWS IT SO ONE NAME IS   *
007600*                       NEVER TAKEN FOR A LONGER ONE.          *
007610*--------------------------------------------------------------*
007620 3600-MARK-CATALOGED.
007630     MOVE ZERO TO RAD-HITS.
007640     INSPECT CATALOG-LIST-RECORD TALLYING RAD-HITS
007650         FOR ALL "NONVSAM".
007660     IF RAD-HITS = 0
007670         GO TO 3600-EXIT
007680     END-IF.
007690     PERFORM VARYING RAD-CAT-IX FROM 1 BY 1
007700             UNTIL RAD-CAT-IX > RAD-CAT-MAX
007710         COMPUTE RAD-MATCH-LEN = RCE-LENGTH(RAD-CAT-IX) + 1
007720         MOVE ZERO TO RAD-HITS
007730         INSPECT CATALOG-LIST-RECORD TALLYING RAD-HITS
007740             FOR ALL RCE-NAME(RAD-CAT-IX)(1:RAD-MATCH-LEN)
007750         IF RAD-HITS > 0
007760             MOVE "Y" TO RAD-CAT-LISTED(RAD-CAT-IX)
007770         END-IF
007780     END-PERFORM.
007790 3600-EXIT.
007800     EXIT.
007810*
007820*--------------------------------------------------------------*
007830* 4000-DATE-GENERATIONS - THE NIGHT ON EACH OF THE NEWEST TWO  *
007840*                         GENERATIONS OF THE THREE GDGS THE    *
007850*                         NIGHT CUTS. A GENERATION CARRYING    *
007860*                         THE NIGHT BEING RERUN WAS CUT BY THE *
007870*                         FAILED ATTEMPT AND A RERUN OF ITS    *
007880*                         STEP WOULD CUT IT AGAIN.             *
007890*--------------------------------------------------------------*
007900 4000-DATE-GENERATIONS.
007910     IF ADVICE-REFUSED
007920         GO TO 4000-EXIT
007930     END-IF.
007940     PERFORM 4100-DATE-SEEN THRU 4100-EXIT.
007950     PERFORM 4200-DATE-MTD THRU 4200-EXIT.
007960     PERFORM 4300-DATE-ACCT THRU 4300-EXIT.
007970 4000-EXIT.
007980     EXIT.
007990*
008000*--------------------------------------------------------------*
008010* 4100-DATE-SEEN - A RECENTLY-SEEN GENERATION IS ONE NIGHT'S   *
008020*                  POSTINGS, SO ITS FIRST RECORD DATES IT. AN  *
008030*                  EMPTY ONE CANNOT BE DATED.                  *
008040*--------------------------------------------------------------*
008050 4100-DATE-SEEN.
008060     OPEN INPUT SEEN-CUR-FILE.
008070     IF SEEN-CUR-OK
008080         READ SEEN-CUR-FILE
008090             AT END
008100                 MOVE "Y" TO RAD-SEEN-EMPTY-SW
008110             NOT AT END
008120                 IF SNC-PROC-DATE NUMERIC
008130                     MOVE SNC-PROC-DATE
008140                         TO RGE-CUR-DATE(RAD-GEN-SEEN)
008150                 END-IF
008160         END-READ
008170         CLOSE SEEN-CUR-FILE
008180     END-IF.
008190     OPEN INPUT SEEN-PRV-FILE.
008200     IF SEEN-PRV-OK
008210         READ SEEN-PRV-FILE
008220             NOT AT END
008230                 IF SNP-PROC-DATE NUMERIC
008240                     MOVE SNP-PROC-DATE
008250                         TO RGE-PRV-DATE(RAD-GEN-SEEN)
008260                 END-IF
008270         END-READ
008280         CLOSE SEEN-PRV-FILE
008290     END-IF.
008300 4100-EXIT.
008310     EXIT.
008320*
008330*--------------------------------------------------------------*
008340* 4200-DATE-MTD - THE NEWEST LAST-SEEN DATE ON EACH MTD MASTER *
008350*                 GENERATION, PASSING OVER THE MONTH HEADER    *
008360*--------------------------------------------------------------*
008370 4200-DATE-MTD.
008380     OPEN INPUT MTD-CUR-FILE.
008390     IF MTD-CUR-OK
008400         PERFORM UNTIL NOT MTD-CUR-OK
008410             READ MTD-CUR-FILE
008420                 NOT AT END
008430                     IF MTC-VALUE(1:6) NOT = "MTDHDR"
008440                             AND MTC-LAST-SEEN NUMERIC
008450                             AND MTC-LAST-SEEN >
008460                                 RGE-CUR-DATE(RAD-GEN-MTD)
008470                         MOVE MTC-LAST-SEEN
008480                             TO RGE-CUR-DATE(RAD-GEN-MTD)
008490                     END-IF
008500             END-READ
008510         END-PERFORM
008520         CLOSE MTD-CUR-FILE
008530     END-IF.
008540     OPEN INPUT MTD-PRV-FILE.
008550     IF MTD-PRV-OK
008560         PERFORM UNTIL NOT MTD-PRV-OK
008570             READ MTD-PRV-FILE
008580                 NOT AT END
008590                     IF MTP-VALUE(1:6) NOT = "MTDHDR"
008600                             AND MTP-LAST-SEEN NUMERIC
008610                             AND MTP-LAST-SEEN >
008620                                 RGE-PRV-DATE(RAD-GEN-MTD)
008630                         MOVE MTP-LAST-SEEN
008640                             TO RGE-PRV-DATE(RAD-GEN-MTD)
008650                     END-IF
008660             END-READ
008670         END-PERFORM
008680         CLOSE MTD-PRV-FILE
008690     END-IF.
008700 4200-EXIT.
008710     EXIT.
008720*
008730*--------------------------------------------------------------*
008740* 4300-DATE-ACCT - SAME FOR THE ACCOUNT MASTER GENERATIONS     *
008750*--------------------------------------------------------------*
008760 4300-DATE-ACCT.
008770     OPEN INPUT ACT-CUR-FILE.
008780     IF ACT-CUR-OK
008790         PERFORM UNTIL NOT ACT-CUR-OK
008800             READ ACT-CUR-FILE
008810                 NOT AT END
008820                     IF ACC-ACCOUNT(1:6) NOT = "ACMHDR"
008830                             AND ACC-LAST-SEEN NUMERIC
008840                             AND ACC-LAST-SEEN >
008850                                 RGE-CUR-DATE(RAD-GEN-ACCT)
008860                         MOVE ACC-LAST-SEEN
008870                             TO RGE-CUR-DATE(RAD-GEN-ACCT)
008880                     END-IF
008890             END-READ
008900         END-PERFORM
008910         CLOSE ACT-CUR-FILE
008920     END-IF.
008930     OPEN INPUT ACT-PRV-FILE.
008940     IF ACT-PRV-OK
008950         PERFORM UNTIL NOT ACT-PRV-OK
008960             READ ACT-PRV-FILE
008970                 NOT AT END
008980                     IF ACP-ACCOUNT(1:6) NOT = "ACMHDR"
008990                             AND ACP-LAST-SEEN NUMERIC
009000                             AND ACP-LAST-SEEN >
009010                                 RGE-PRV-DATE(RAD-GEN-ACCT)
009020                         MOVE ACP-LAST-SEEN
009030                             TO RGE-PRV-DATE(RAD-GEN-ACCT)
009040                     END-IF
009050             END-READ
009060         END-PERFORM
009070         CLOSE ACT-PRV-FILE
009080     END-IF.
009090 4300-EXIT.
009100     EXIT.
009110*
009120*--------------------------------------------------------------*
009130* 5000-DECIDE - APPLY THE QUICKSRT RESTART RULES. EACH CHECK   *
009140*               EITHER NARROWS THE ADVICE OR REFUSES IT; THE   *
009150*               FIRST REFUSAL STOPS THE DECISION.              *
009160*--------------------------------------------------------------*
009170 5000-DECIDE.
009180     IF ADVICE-REFUSED
009190         GO TO 5000-EXIT
009200     END-IF.
009210     PERFORM 5100-CHECK-CHECKPOINT THRU 5100-EXIT.
009220     IF ADVICE-REFUSED
009230         GO TO 5000-EXIT
009240     END-IF.
009250     PERFORM 5200-CHECK-GENERATIONS THRU 5200-EXIT.
009260     IF ADVICE-REFUSED
009270         GO TO 5000-EXIT
009280     END-IF.
009290     IF PRIOR-OPEN-YES
009300         PERFORM 5300-ADVISE-PRIOR-NIGHT THRU 5300-EXIT
009310     ELSE
009320         PERFORM 5400-ADVISE-NIGHT THRU 5400-EXIT
009330     END-IF.
009340     IF ADVICE-GIVEN
009350         PERFORM 5500-CHECK-BDATE-CARD THRU 5500-EXIT
009360     END-IF.
009370 5000-EXIT.
009380     EXIT.
009390*
009400*--------------------------------------------------------------*
009410* 5100-CHECK-CHECKPOINT - THE CHECKPOINT MUST BE READABLE, AT  *
009420*                         STEP 1 OR 2, AND DATED. ONE DATED    *
009430*                         BEFORE THE BUSINESS DATE WAS LEFT BY *
009440*                         AN EARLIER NIGHT THAT STEP005 HAS    *
009450*                         NOT YET CLEARED - IT IS NOT TONIGHT'S*
009460*                         AND NOTHING RESTARTS FROM IT.        *
009470*--------------------------------------------------------------*
009480 5100-CHECK-CHECKPOINT.
009490     SET CKPT-NONE TO TRUE.
009500     IF RAD-CKPT-RECORDS = 0
009510         GO TO 5100-EXIT
009520     END-IF.
009530     IF RAD-CKPT-HEADERS = 0
009540         MOVE "CHECKPOINT HAS RECORDS BUT NO STEP HEADER"
009550             TO RAD-REFUSE-REASON
009560         PERFORM 5900-REFUSE THRU 5900-EXIT
009570         GO TO 5100-EXIT
009580     END-IF.
009590     IF RAD-CKPT-STEP NOT = "01" AND RAD-CKPT-STEP NOT = "02"
009600         MOVE SPACES TO RAD-REFUSE-REASON
009610         STRING "CHECKPOINT STEP " RAD-CKPT-STEP
009620             " IS NEITHER LOAD-DONE (01) NOR SORT-DONE (02)"
009630             DELIMITED BY SIZE INTO RAD-REFUSE-REASON
009640         PERFORM 5900-REFUSE THRU 5900-EXIT
009650         GO TO 5100-EXIT
009660     END-IF.
009670     IF RAD-CKPT-DATE NOT NUMERIC OR RAD-CKPT-DATE = ZEROS
009680         MOVE SPACES TO RAD-REFUSE-REASON
009690         STRING
009700             "CHECKPOINT CARRIES NO BUSINESS DATE - CANNOT TELL "
009710             "WHICH NIGHT WROTE IT"
009720             DELIMITED BY SIZE INTO RAD-REFUSE-REASON
009730         PERFORM 5900-REFUSE THRU 5900-EXIT
009740         GO TO 5100-EXIT
009750     END-IF.
009760     IF RAD-CKPT-DATE > RAD-BUS-DATE
009770         MOVE SPACES TO RAD-REFUSE-REASON
009780         STRING "CHECKPOINT IS DATED " RAD-CKPT-DATE
009790             ", AFTER THE BUSINESS DATE"
009800             DELIMITED BY SIZE INTO RAD-REFUSE-REASON
009810         PERFORM 5900-REFUSE THRU 5900-EXIT
009820         GO TO 5100-EXIT
009830     END-IF.
009840     IF RAD-CKPT-DATE < RAD-BUS-DATE
009850         SET CKPT-STALE TO TRUE
009860     ELSE
009870         SET CKPT-TONIGHT TO TRUE
009880     END-IF.
009890 5100-EXIT.
009900     EXIT.
009910*
009920*--------------------------------------------------------------*
009930* 5200-CHECK-GENERATIONS - NO GENERATION MAY CARRY A NIGHT     *
009940*                          AFTER THE BUSINESS DATE, AND NO TWO *
009950*                          MAY CARRY THE BUSINESS DATE - THAT  *
009960*                          NIGHT HAS ALREADY BEEN CUT TWICE.   *
009970*--------------------------------------------------------------*
009980 5200-CHECK-GENERATIONS.
009990     PERFORM VARYING RAD-GEN-IX FROM 1 BY 1
010000             UNTIL RAD-GEN-IX > RAD-GEN-MAX
010010                 OR ADVICE-REFUSED
010020         IF RGE-CUR-DATE(RAD-GEN-IX) > RAD-BUS-DATE
010030                 OR RGE-PRV-DATE(RAD-GEN-IX) > RAD-BUS-DATE
010040             MOVE SPACES TO RAD-REFUSE-REASON
010050             STRING RGN-NAME(RAD-GEN-IX) DELIMITED BY SPACE
010060                 " HOLDS A NIGHT AFTER THE BUSINESS DATE"
010070                 DELIMITED BY SIZE INTO RAD-REFUSE-REASON
010080             PERFORM 5900-REFUSE THRU 5900-EXIT
010090         ELSE
010100             IF RGE-CUR-DATE(RAD-GEN-IX) = RAD-BUS-DATE
010110                     AND RGE-PRV-DATE(RAD-GEN-IX) = RAD-BUS-DATE
010120                 MOVE SPACES TO RAD-REFUSE-REASON
010130                 STRING RGN-NAME(RAD-GEN-IX) DELIMITED BY SPACE
010140                     "(0) AND (-1) ARE BOTH DATED TONIGHT"
010150                     " - CUT TWICE"
010160                     DELIMITED BY SIZE INTO RAD-REFUSE-REASON
010170                 PERFORM 5900-REFUSE THRU 5900-EXIT
010180             END-IF
010190         END-IF
010200     END-PERFORM.
010210 5200-EXIT.
010220     EXIT.
010230*
010240*--------------------------------------------------------------*
010250* 5300-ADVISE-PRIOR-NIGHT - STEP003 ADVANCED THE DATE PAST A   *
010260*                           NIGHT THAT NEVER REACHED ITS       *
010270*                           CERTIFICATE. IF NOTHING HAS RUN    *
010280*                           UNDER THE NEW DATE YET, THE PRIOR  *
010290*                           NIGHT IS RESUBMITTED FROM THE TOP  *
010300*                           WITH A BDCARD PIN FOR ITS DATE.    *
010310*                           ONCE REVERSALS OR POSTINGS HAVE    *
010320*                           GONE OUT UNDER THE NEW DATE THE    *
010330*                           RULES NO LONGER COVER IT.          *
010340*--------------------------------------------------------------*
010350 5300-ADVISE-PRIOR-NIGHT.
010360     IF RTF-REVR-COUNT > 0 OR RTF-SORT-COUNT > 0
010370             OR CKPT-TONIGHT
010380             OR RGE-CUR-DATE(RAD-GEN-SEEN) = RAD-BUS-DATE
010390             OR RGE-CUR-DATE(RAD-GEN-MTD) = RAD-BUS-DATE
010400             OR RGE-CUR-DATE(RAD-GEN-ACCT) = RAD-BUS-DATE
010410         MOVE SPACES TO RAD-REFUSE-REASON
010420         STRING "DATE ADVANCED PAST UNFINISHED NIGHT "
010430             RTF-PRIOR-DATE " AND THIS NIGHT HAS RUN ON IT"
010440             DELIMITED BY SIZE INTO RAD-REFUSE-REASON
010450         PERFORM 5900-REFUSE THRU 5900-EXIT
010460         GO TO 5300-EXIT
010470     END-IF.
010480     MOVE RTF-PRIOR-DATE TO RAD-NIGHT-DATE.
010490     MOVE RAD-NIGHT-DATE TO RAD-PIN-DATE.
010500     MOVE 3 TO RAD-FROM-STEP.
010510     SET NUMRSTRT-NOT-NEEDED TO TRUE.
010520     MOVE SPACES TO RAD-NOTE-TEXT.
010530     STRING "THE DATE WAS ADVANCED TWICE - NIGHT " RAD-NIGHT-DATE
010540         " NEVER REACHED STEP028"
010550         DELIMITED BY SIZE INTO RAD-NOTE-TEXT.
010560     PERFORM 5800-ADD-NOTE THRU 5800-EXIT.
010570 5300-EXIT.
010580     EXIT.
010590*
010600*--------------------------------------------------------------*
010610* 5400-ADVISE-NIGHT - THE BUSINESS DATE'S OWN NIGHT.           *
010620*                     CERTIFIED BALANCED - NOTHING TO RESUBMIT,*
010630*                     UNLESS A NEW NIGHT STOPPED IN STEP003    *
010640*                     BEFORE ADVANCING THE DATE: THE REPORT    *
010650*                     SAYS TO RESUBMIT THAT FROM THE TOP.      *
010660*                     CERTIFIED UNBALANCED - THE WHOLE NIGHT   *
010670*                     AGAIN FROM STEP005. OTHERWISE THE RUN    *
010680*                     STOPPED SHORT OF STEP028, AND THE        *
010690*                     CHECKPOINT DECIDES: SORT-DONE OR LOAD-   *
010700*                     DONE RESTARTS AT STEP010, NONE AT        *
010710*                     STEP005.                                 *
010720*--------------------------------------------------------------*
010730 5400-ADVISE-NIGHT.
010740     IF RTF-CERT-COUNT > 0 AND NIGHT-OPEN-NO
010750         IF RTF-CERT-BALANCED
010760             SET NOTHING-TO-RESUBMIT TO TRUE
010770             IF RETURN-CODE < 4
010780                 MOVE 4 TO RETURN-CODE
010790             END-IF
010800             GO TO 5400-EXIT
010810         END-IF
010820         MOVE 5 TO RAD-FROM-STEP
010830         SET NUMRSTRT-NOT-NEEDED TO TRUE
010840         MOVE SPACES TO RAD-NOTE-TEXT
010850         STRING "THE NIGHT RAN TO STEP028 AND DID NOT BALANCE - "
010860             "FIX THE CAUSE FIRST"
010870             DELIMITED BY SIZE INTO RAD-NOTE-TEXT
010880         PERFORM 5800-ADD-NOTE THRU 5800-EXIT
010890         GO TO 5400-EXIT
010900     END-IF.
010910*
010920     IF RTF-SORT-COUNT = 0
010930         PERFORM VARYING RAD-GEN-IX FROM 1 BY 1
010940                 UNTIL RAD-GEN-IX > RAD-GEN-MAX
010950             IF RGE-CUR-DATE(RAD-GEN-IX) = RAD-BUS-DATE
010960                     AND NOT ADVICE-REFUSED
010970                 MOVE SPACES TO RAD-REFUSE-REASON
010980                 STRING RGN-NAME(RAD-GEN-IX) DELIMITED BY SPACE
010990                     "(0) IS DATED TONIGHT BUT NO SORT "
011000                     "HAS ENDED FOR IT"
011010                     DELIMITED BY SIZE INTO RAD-REFUSE-REASON
011020                 PERFORM 5900-REFUSE THRU 5900-EXIT
011030             END-IF
011040         END-PERFORM
011050         IF ADVICE-REFUSED
011060             GO TO 5400-EXIT
011070         END-IF
011080     END-IF.
011090*
011100     IF NOT CKPT-TONIGHT
011110         MOVE 5 TO RAD-FROM-STEP
011120         SET NUMRSTRT-NOT-NEEDED TO TRUE
011130         IF CKPT-STALE
011140             MOVE SPACES TO RAD-NOTE-TEXT
011150             STRING "THE CHECKPOINT WAS LEFT BY NIGHT "
011160                 RAD-CKPT-DATE " - STEP005 CLEARS IT"
011170                 DELIMITED BY SIZE INTO RAD-NOTE-TEXT
011180             PERFORM 5800-ADD-NOTE THRU 5800-EXIT
011190         END-IF
011200         GO TO 5400-EXIT
011210     END-IF.
011220*
011230     IF RAD-CAT-LISTED(RAD-CAT-REVERSALS) NOT = "Y"
011240         MOVE SPACES TO RAD-REFUSE-REASON
011250         STRING
011260             "STEP010 READS PROD.NUMBERS.DAILY.REVERSALS AND IT "
011270             "IS NOT CATALOGED"
011280             DELIMITED BY SIZE INTO RAD-REFUSE-REASON
011290         PERFORM 5900-REFUSE THRU 5900-EXIT
011300         GO TO 5400-EXIT
011310     END-IF.
011320     MOVE 10 TO RAD-FROM-STEP.
011330     IF RAD-CKPT-STEP = "02"
011340         IF RAD-CAT-LISTED(RAD-CAT-SORTSEQ) NOT = "Y"
011350             MOVE SPACES TO RAD-REFUSE-REASON
011360             STRING "SORT-DONE CHECKPOINT BUT PROD.NUMBERS.DAILY."
011370                 "SORTSEQ IS NOT CATALOGED"
011380                 DELIMITED BY SIZE INTO RAD-REFUSE-REASON
011390             PERFORM 5900-REFUSE THRU 5900-EXIT
011400             GO TO 5400-EXIT
011410         END-IF
011420         SET NUMRSTRT-FORBIDDEN TO TRUE
011430         GO TO 5400-EXIT
011440     END-IF.
011450     IF RAD-CAT-LISTED(RAD-CAT-ACCEPTED) NOT = "Y"
011460         MOVE SPACES TO RAD-REFUSE-REASON
011470         STRING "LOAD-DONE CHECKPOINT BUT PROD.NUMBERS.DAILY."
011480             "ACCEPTED IS NOT CATALOGED"
011490             DELIMITED BY SIZE INTO RAD-REFUSE-REASON
011500         PERFORM 5900-REFUSE THRU 5900-EXIT
011510         GO TO 5400-EXIT
011520     END-IF.
011530     IF RAD-CAT-LISTED(RAD-CAT-SORTSEQ) = "Y"
011540         SET NUMRSTRT-REQUIRED TO TRUE
011550     ELSE
011560         SET NUMRSTRT-NOT-NEEDED TO TRUE
011570     END-IF.
011580 5400-EXIT.
011590     EXIT.
011600*
011610*--------------------------------------------------------------*
011620* 5500-CHECK-BDATE-CARD - A RESTART= RESUBMISSION BYPASSES     *
011630*                         STEP003 AND NEVER READS THE CARD,    *
011640*                         BUT A PIN LEFT ON IT WOULD HOLD THE  *
011650*                         NEXT NORMAL NIGHT ON THE SAME DATE.  *
011660*                         A FROM-THE-TOP RESUBMISSION NEEDS    *
011670*                         THE PIN SET TO THE NIGHT'S DATE.     *
011680*--------------------------------------------------------------*
011690 5500-CHECK-BDATE-CARD.
011700     IF RAD-CARD-DATE NOT = SPACES AND RAD-FROM-STEP NOT = 3
011710         MOVE SPACES TO RAD-NOTE-TEXT
011720         STRING "BDCARD STILL HOLDS PIN " RAD-CARD-DATE
011730             " - CLEAR IT BEFORE THE NEXT NORMAL NIGHT"
011740             DELIMITED BY SIZE INTO RAD-NOTE-TEXT
011750         PERFORM 5800-ADD-NOTE THRU 5800-EXIT
011760         IF RETURN-CODE < 4
011770             MOVE 4 TO RETURN-CODE
011780         END-IF
011790     END-IF.
011800     IF RTF-BDAT-COUNT = 0
011810         MOVE SPACES TO RAD-NOTE-TEXT
011820         STRING "NO BDAT RECORD FOR THE BUSINESS DATE - CHECK THE"
011830             " JOB LOG THAT STEP003 ENDED"
011840             DELIMITED BY SIZE INTO RAD-NOTE-TEXT
011850         PERFORM 5800-ADD-NOTE THRU 5800-EXIT
011860     END-IF.
011870     IF SEEN-CUR-EMPTY
011880         MOVE SPACES TO RAD-NOTE-TEXT
011890         STRING "RECENT.SEEN(0) IS EMPTY AND CANNOT BE DATED - IF"
011900             " THE FAILED NIGHT CUT IT,"
011910             DELIMITED BY SIZE INTO RAD-NOTE-TEXT
011920         PERFORM 5800-ADD-NOTE THRU 5800-EXIT
011930         MOVE "SCRATCH IT TOO" TO RAD-NOTE-TEXT
011940         PERFORM 5800-ADD-NOTE THRU 5800-EXIT
011950         IF RETURN-CODE < 4
011960             MOVE 4 TO RETURN-CODE
011970         END-IF
011980     END-IF.
011990 5500-EXIT.
012000     EXIT.
012010*
012020*--------------------------------------------------------------*
012030* 5800-ADD-NOTE - KEEP ONE NOTE LINE FOR THE ADVICE            *
012040*--------------------------------------------------------------*
012050 5800-ADD-NOTE.
012060     IF RAD-NOTE-COUNT < RAD-NOTE-MAX
012070         ADD 1 TO RAD-NOTE-COUNT
012080         MOVE RAD-NOTE-TEXT TO RAD-NOTE(RAD-NOTE-COUNT)
012090     END-IF.
012100     MOVE SPACES TO RAD-NOTE-TEXT.
012110 5800-EXIT.
012120     EXIT.
012130*
012140*--------------------------------------------------------------*
012150* 5900-REFUSE - NO ADVICE: THE REASON IS ALREADY IN            *
012160*               RAD-REFUSE-REASON                              *
012170*--------------------------------------------------------------*
012180 5900-REFUSE.
012190     SET ADVICE-REFUSED TO TRUE.
012200     MOVE 16 TO RETURN-CODE.
012210     DISPLAY "NUMRADV - *** NO ADVICE - " RAD-REFUSE-REASON.
012220 5900-EXIT.
012230     EXIT.
012240*
012250*--------------------------------------------------------------*
012260* 6000-WRITE-REPORT - THE STATE FOUND, THEN THE ADVICE OR THE  *
012270*                     REASON THERE IS NONE                     *
012280*--------------------------------------------------------------*
012290 6000-WRITE-REPORT.
012300     IF NOT ADVICE-REPORT-OK
012310         GO TO 6000-EXIT
012320     END-IF.
012330     MOVE RAD-BUS-DATE TO RH1-BUS-DATE.
012340     WRITE ADVICE-REPORT-RECORD FROM RAD-HEADING-1.
012350     MOVE SPACES TO ADVICE-REPORT-RECORD.
012360     WRITE ADVICE-REPORT-RECORD.
012370     PERFORM 6100-WRITE-STATE THRU 6100-EXIT.
012380     MOVE SPACES TO ADVICE-REPORT-RECORD.
012390     WRITE ADVICE-REPORT-RECORD.
012400     EVALUATE TRUE
012410         WHEN ADVICE-REFUSED
012420             MOVE SPACES TO ADVICE-REPORT-RECORD
012430             STRING "*** NO ADVICE - THE STATE IS NOT ONE THE "
012440                 "RESTART RULES COVER ***"
012450                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012460             WRITE ADVICE-REPORT-RECORD
012470             MOVE SPACES TO ADVICE-REPORT-RECORD
012480             MOVE RAD-REFUSE-REASON TO ADVICE-REPORT-RECORD(3:78)
012490             WRITE ADVICE-REPORT-RECORD
012500             MOVE SPACES TO ADVICE-REPORT-RECORD
012510             STRING "  DO NOT RESUBMIT UNTIL THE JOB LOG AND "
012520                 "CATALOG HAVE BEEN CHECKED BY HAND"
012530                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012540             WRITE ADVICE-REPORT-RECORD
012550         WHEN NOTHING-TO-RESUBMIT
012560             MOVE SPACES TO ADVICE-REPORT-RECORD
012570             STRING "*** NO RESUBMISSION - NIGHT " RAD-BUS-DATE
012580                 " IS CERTIFIED BALANCED ***"
012590                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012600             WRITE ADVICE-REPORT-RECORD
012610             MOVE SPACES TO ADVICE-REPORT-RECORD
012620             STRING "  NO NIGHT HAS STARTED UNDER A NEW BUSINESS"
012630                 " DATE."
012640                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012650             WRITE ADVICE-REPORT-RECORD
012660             MOVE SPACES TO ADVICE-REPORT-RECORD
012670             STRING "  A STREAM THAT STOPPED IN STEP003 WITHOUT"
012680                 " ADVANCING THE DATE IS RESUBMITTED"
012690                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012700             WRITE ADVICE-REPORT-RECORD
012710             MOVE SPACES TO ADVICE-REPORT-RECORD
012720             STRING "  FROM THE TOP - NO RESTART= AND NO BDCARD"
012730                 " PIN."
012740                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012750             WRITE ADVICE-REPORT-RECORD
012760             MOVE SPACES TO ADVICE-REPORT-RECORD
012770             STRING "  A RELEASE STEP (STEP030/032/040) THAT"
012780                 " FAILED IS RERUN ON ITS OWN."
012790                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
012800             WRITE ADVICE-REPORT-RECORD
012810         WHEN OTHER
012820             PERFORM 6200-WRITE-ADVICE THRU 6200-EXIT
012830     END-EVALUATE.
012840     CLOSE ADVICE-REPORT-FILE.
012850 6000-EXIT.
012860     EXIT.
012870*
012880*--------------------------------------------------------------*
012890* 6100-WRITE-STATE - WHAT THE TRAIL, THE CHECKPOINT, THE CARD, *
012900*                    THE CATALOG AND THE GENERATIONS SHOW      *
012910*--------------------------------------------------------------*
012920 6100-WRITE-STATE.
012930     MOVE "STATE FOUND" TO ADVICE-REPORT-RECORD.
012940     WRITE ADVICE-REPORT-RECORD.
012950*
012960     MOVE "BUSINESS DATE SET BY STEP003   :" TO RIL-LABEL.
012970     MOVE SPACES TO RIL-VALUE.
012980     EVALUATE TRUE
012990         WHEN RTF-BDAT-COUNT = 0
013000             MOVE "NO BDAT RECORD ON THE TRAIL" TO RIL-VALUE
013010         WHEN RTF-DATE-PINNED
013020             MOVE "PINNED BY BDCARD" TO RIL-VALUE
013030         WHEN OTHER
013040             STRING "ADVANCED FROM " RTF-PRIOR-DATE
013050                 DELIMITED BY SIZE INTO RIL-VALUE
013060     END-EVALUATE.
013070     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013080     IF PRIOR-OPEN-YES
013090         MOVE "  PRIOR NIGHT CERTIFIED        :" TO RIL-LABEL
013100         MOVE "NO - STARTED AND NEVER REACHED STEP028"
013110             TO RIL-VALUE
013120         WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE
013130     END-IF.
013140*
013150     MOVE "REVERSAL FEEDS ISSUED (REVR)   :" TO RIL-LABEL.
013160     MOVE RTF-REVR-COUNT TO RAD-COUNT-EDIT.
013170     MOVE RAD-COUNT-EDIT TO RIL-VALUE.
013180     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013190*
013200     MOVE "SORT EXECUTIONS ENDED          :" TO RIL-LABEL.
013210     MOVE RTF-SORT-COUNT TO RAD-COUNT-EDIT.
013220     MOVE SPACES TO RIL-VALUE.
013230     IF RTF-SORT-COUNT = 0
013240         MOVE RAD-COUNT-EDIT TO RIL-VALUE
013250     ELSE
013260         STRING RAD-COUNT-EDIT ", LAST ONE RC " RTF-SORT-RC
013270             DELIMITED BY SIZE INTO RIL-VALUE
013280         IF RTF-SORT-RESTART = "Y"
013290             MOVE "(A RESTART)" TO RIL-VALUE(30:16)
013300         END-IF
013310     END-IF.
013320     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013330*
013340     MOVE "CERTIFICATE (CERT)             :" TO RIL-LABEL.
013350     EVALUATE TRUE
013360         WHEN RTF-CERT-COUNT = 0
013370             MOVE "NONE" TO RIL-VALUE
013380         WHEN RTF-CERT-BALANCED
013390             MOVE "BALANCED" TO RIL-VALUE
013400         WHEN OTHER
013410             MOVE "UNBALANCED" TO RIL-VALUE
013420     END-EVALUATE.
013430     IF RTF-CERT-COUNT > 0 AND NIGHT-OPEN-YES
013440         MOVE "- THE STREAM RAN AGAIN AFTER IT"
013450             TO RIL-VALUE(12:34)
013460     END-IF.
013470     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013480*
013490     MOVE "CHECKPOINT (SORTCKPT)          :" TO RIL-LABEL.
013500     MOVE SPACES TO RIL-VALUE.
013510     EVALUATE TRUE
013520         WHEN RAD-CKPT-RECORDS = 0
013530             MOVE "NONE" TO RIL-VALUE
013540         WHEN RAD-CKPT-STEP = "01"
013550             STRING "LOAD-DONE, WRITTEN FOR " RAD-CKPT-DATE
013560                 DELIMITED BY SIZE INTO RIL-VALUE
013570         WHEN RAD-CKPT-STEP = "02"
013580             STRING "SORT-DONE, WRITTEN FOR " RAD-CKPT-DATE
013590                 DELIMITED BY SIZE INTO RIL-VALUE
013600         WHEN OTHER
013610             STRING "STEP " RAD-CKPT-STEP " - NOT RECOGNISED"
013620                 DELIMITED BY SIZE INTO RIL-VALUE
013630     END-EVALUATE.
013640     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013650*
013660     MOVE "BDCARD PIN                     :" TO RIL-LABEL.
013670     IF RAD-CARD-DATE = SPACES
013680         MOVE "BLANK" TO RIL-VALUE
013690     ELSE
013700         MOVE RAD-CARD-DATE TO RIL-VALUE
013710     END-IF.
013720     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013730*
013740     MOVE "WORK DATASETS (STEP005 CLEARS) :" TO RIL-LABEL.
013750     MOVE SPACES TO RIL-VALUE.
013760     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013770     PERFORM VARYING RAD-CAT-IX FROM 1 BY 1
013780             UNTIL RAD-CAT-IX > RAD-CAT-MAX
013790         IF RCE-KIND(RAD-CAT-IX) = "W"
013800             MOVE RCE-NAME(RAD-CAT-IX) TO RLL-NAME
013810             IF RAD-CAT-LISTED(RAD-CAT-IX) = "Y"
013820                 MOVE "CATALOGED" TO RLL-TEXT
013830             ELSE
013840                 MOVE "NOT CATALOGED" TO RLL-TEXT
013850             END-IF
013860             WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
013870         END-IF
013880     END-PERFORM.
013890     MOVE "DAILY OUTPUTS STILL CATALOGED  :" TO RIL-LABEL.
013900     MOVE SPACES TO RIL-VALUE.
013910     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
013920     MOVE ZERO TO RAD-SCRATCH-COUNT.
013930     PERFORM VARYING RAD-CAT-IX FROM 1 BY 1
013940             UNTIL RAD-CAT-IX > RAD-CAT-MAX
013950         IF RCE-KIND(RAD-CAT-IX) NOT = "W"
013960                 AND RAD-CAT-LISTED(RAD-CAT-IX) = "Y"
013970             ADD 1 TO RAD-SCRATCH-COUNT
013980             MOVE RCE-NAME(RAD-CAT-IX) TO RLL-NAME
013990             MOVE SPACES TO RLL-TEXT
014000             STRING "CUT BY STEP" RCE-STEP(RAD-CAT-IX)
014010                 DELIMITED BY SIZE INTO RLL-TEXT
014020             WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
014030         END-IF
014040     END-PERFORM.
014050     IF RAD-SCRATCH-COUNT = 0
014060         MOVE "NONE" TO RLL-NAME
014070         MOVE SPACES TO RLL-TEXT
014080         WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
014090     END-IF.
014100     MOVE "GENERATIONS - NIGHT ON EACH    :" TO RIL-LABEL.
014110     MOVE SPACES TO RIL-VALUE.
014120     WRITE ADVICE-REPORT-RECORD FROM RAD-INFO-LINE.
014130     PERFORM VARYING RAD-GEN-IX FROM 1 BY 1
014140             UNTIL RAD-GEN-IX > RAD-GEN-MAX
014150         MOVE SPACES TO RLL-NAME
014160         STRING RGN-NAME(RAD-GEN-IX) DELIMITED BY SPACE
014170             "(0)" DELIMITED BY SIZE INTO RLL-NAME
014180         MOVE RGE-CUR-DATE(RAD-GEN-IX) TO RAD-DATE-EDIT
014190         PERFORM 6150-GEN-DATE-TEXT THRU 6150-EXIT
014200         WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
014210         MOVE SPACES TO RLL-NAME
014220         STRING RGN-NAME(RAD-GEN-IX) DELIMITED BY SPACE
014230             "(-1)" DELIMITED BY SIZE INTO RLL-NAME
014240         MOVE RGE-PRV-DATE(RAD-GEN-IX) TO RAD-DATE-EDIT
014250         PERFORM 6150-GEN-DATE-TEXT THRU 6150-EXIT
014260         WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
014270     END-PERFORM.
014280 6100-EXIT.
014290     EXIT.
014300*
014310*--------------------------------------------------------------*
014320* 6150-GEN-DATE-TEXT - THE NIGHT A GENERATION CARRIES, FOR THE *
014330*                      STATE LISTING                           *
014340*--------------------------------------------------------------*
014350 6150-GEN-DATE-TEXT.
014360     MOVE SPACES TO RLL-TEXT.
014370     IF RAD-DATE-EDIT = 0
014380         MOVE "EMPTY OR UNDATED" TO RLL-TEXT
014390     ELSE
014400         MOVE RAD-DATE-EDIT TO RLL-TEXT
014410     END-IF.
014420 6150-EXIT.
014430     EXIT.
014440*
014450*--------------------------------------------------------------*
014460* 6200-WRITE-ADVICE - THE RESUBMISSION, IN THE ORDER IT IS     *
014470*                     DONE: SCRATCH, NUMRSTRT, BDCARD, SUBMIT  *
014480*--------------------------------------------------------------*
014490 6200-WRITE-ADVICE.
014500     MOVE SPACES TO ADVICE-REPORT-RECORD.
014510     STRING "*** RESUBMISSION FOR NIGHT " RAD-NIGHT-DATE " ***"
014520         DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD.
014530     WRITE ADVICE-REPORT-RECORD.
014540*
014550     MOVE "1. SCRATCH FIRST (EACH ONE ONCE):"
014560         TO ADVICE-REPORT-RECORD.
014570     WRITE ADVICE-REPORT-RECORD.
014580     PERFORM 6300-WRITE-SCRATCH-LIST THRU 6300-EXIT.
014590*
014600     EVALUATE TRUE
014610         WHEN NUMRSTRT-REQUIRED
014620             MOVE SPACES TO ADVICE-REPORT-RECORD
014630             STRING "2. RUN NUMRSTRT - THE SORT PHASE LEFT A "
014640                 "PARTIAL SORTSEQ"
014650                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
014660         WHEN NUMRSTRT-FORBIDDEN
014670             MOVE SPACES TO ADVICE-REPORT-RECORD
014680             STRING
014690                 "2. DO NOT RUN NUMRSTRT - THE RESTART READS THE "
014700                 "SORT-DONE SORTSEQ"
014710                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
014720         WHEN OTHER
014730             MOVE SPACES TO ADVICE-REPORT-RECORD
014740             STRING
014750                 "2. NUMRSTRT IS NOT NEEDED - STEP005 CLEARS THE "
014760                 "WORK DATASETS"
014770                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
014780             IF RAD-FROM-STEP = 10
014790                 MOVE SPACES TO ADVICE-REPORT-RECORD
014800                 STRING
014810                     "2. NUMRSTRT IS NOT NEEDED - NO SORTSEQ IS "
014820                     "CATALOGED"
014830                     DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
014840             END-IF
014850     END-EVALUATE.
014860     WRITE ADVICE-REPORT-RECORD.
014870*
014880     MOVE SPACES TO ADVICE-REPORT-RECORD.
014890     IF RAD-FROM-STEP = 3
014900         STRING "3. PIN THE BDCARD: " RAD-PIN-DATE
014910             " IN COLS 1-8 (CLEAR IT AGAIN AFTER THE NIGHT)"
014920             DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
014930     ELSE
014940         MOVE SPACES TO ADVICE-REPORT-RECORD
014950         STRING
014960             "3. NO BDCARD PIN - RESTART= BYPASSES STEP003, SO "
014970             "THE DATE STAYS"
014980             DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
014990     END-IF.
015000     WRITE ADVICE-REPORT-RECORD.
015010*
015020     MOVE SPACES TO ADVICE-REPORT-RECORD.
015030     EVALUATE RAD-FROM-STEP
015040         WHEN 3
015050             MOVE SPACES TO ADVICE-REPORT-RECORD
015060             STRING "4. SUBMIT QUICKSRT FROM THE TOP - NO "
015070                 "RESTART= ON THE JOB STATEMENT"
015080                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
015090         WHEN 5
015100             MOVE SPACES TO ADVICE-REPORT-RECORD
015110             STRING
015120                 "4. SUBMIT QUICKSRT WITH RESTART=STEP005 ON THE"
015130                 " JOB STATEMENT"
015140                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
015150         WHEN OTHER
015160             MOVE SPACES TO ADVICE-REPORT-RECORD
015170             STRING
015180                 "4. SUBMIT QUICKSRT WITH RESTART=STEP010 ON THE"
015190                 " JOB STATEMENT"
015200                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
015210     END-EVALUATE.
015220     WRITE ADVICE-REPORT-RECORD.
015230*
015240     IF RAD-NOTE-COUNT > 0
015250         MOVE SPACES TO ADVICE-REPORT-RECORD
015260         WRITE ADVICE-REPORT-RECORD
015270         PERFORM VARYING RAD-NOTE-IX FROM 1 BY 1
015280                 UNTIL RAD-NOTE-IX > RAD-NOTE-COUNT
015290             MOVE SPACES TO ADVICE-REPORT-RECORD
015300             STRING "NOTE: " RAD-NOTE(RAD-NOTE-IX)
015310                 DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD
015320             WRITE ADVICE-REPORT-RECORD
015330         END-PERFORM
015340     END-IF.
015350     MOVE SPACES TO ADVICE-REPORT-RECORD.
015360     WRITE ADVICE-REPORT-RECORD.
015370     MOVE SPACES TO ADVICE-REPORT-RECORD
015380     STRING
015390         "RUN THIS ADVISOR AGAIN AFTER THE SCRATCHES - IT SHOULD"
015400         " THEN LIST NOTHING"
015410         DELIMITED BY SIZE INTO ADVICE-REPORT-RECORD.
015420     WRITE ADVICE-REPORT-RECORD.
015430     MOVE "TO SCRATCH." TO ADVICE-REPORT-RECORD.
015440     WRITE ADVICE-REPORT-RECORD.
015450     DISPLAY "NUMRADV - NIGHT " RAD-NIGHT-DATE " RESUBMIT FROM "
015460         "STEP" RAD-FROM-STEP ", " RAD-SCRATCH-COUNT
015470         " TO SCRATCH FIRST".
015480 6200-EXIT.
015490     EXIT.
015500*
015510*--------------------------------------------------------------*
015520* 6300-WRITE-SCRATCH-LIST - EVERY DAILY OUTPUT A STEP OF THE   *
015530*                           RESUBMISSION CUTS DISP=NEW THAT IS *
015540*                           STILL CATALOGED, AND EVERY         *
015550*                           GENERATION (0) THAT ALREADY        *
015560*                           CARRIES THE NIGHT. THE WORK        *
015570*                           DATASETS ARE NEVER LISTED: STEP005 *
015580*                           CLEARS THEM OR THE RESTART NEEDS   *
015590*                           THEM.                              *
015600*--------------------------------------------------------------*
015610 6300-WRITE-SCRATCH-LIST.
015620     MOVE ZERO TO RAD-SCRATCH-COUNT.
015630     PERFORM VARYING RAD-CAT-IX FROM 1 BY 1
015640             UNTIL RAD-CAT-IX > RAD-CAT-MAX
015650         IF RCE-KIND(RAD-CAT-IX) NOT = "W"
015660                 AND RAD-CAT-LISTED(RAD-CAT-IX) = "Y"
015670                 AND RCE-STEP(RAD-CAT-IX) NOT < RAD-FROM-STEP
015680             ADD 1 TO RAD-SCRATCH-COUNT
015690             MOVE RCE-NAME(RAD-CAT-IX) TO RLL-NAME
015700             MOVE SPACES TO RLL-TEXT
015710             IF RCE-KIND(RAD-CAT-IX) = "X"
015720                 MOVE "ONLY ONCE THE TRANSFER HAS TAKEN IT"
015730                     TO RLL-TEXT
015740                 IF RETURN-CODE < 4
015750                     MOVE 4 TO RETURN-CODE
015760                 END-IF
015770             ELSE
015780                 STRING "STEP" RCE-STEP(RAD-CAT-IX)
015790                     " CUTS IT NEW"
015800                     DELIMITED BY SIZE INTO RLL-TEXT
015810             END-IF
015820             WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
015830         END-IF
015840     END-PERFORM.
015850     PERFORM VARYING RAD-GEN-IX FROM 1 BY 1
015860             UNTIL RAD-GEN-IX > RAD-GEN-MAX
015870         IF RGE-CUR-DATE(RAD-GEN-IX) = RAD-NIGHT-DATE
015880                 AND RGN-STEP(RAD-GEN-IX) NOT < RAD-FROM-STEP
015890             ADD 1 TO RAD-SCRATCH-COUNT
015900             MOVE SPACES TO RLL-NAME
015910             STRING RGN-NAME(RAD-GEN-IX) DELIMITED BY SPACE
015920                 "(0)" DELIMITED BY SIZE INTO RLL-NAME
015930             MOVE SPACES TO RLL-TEXT
015940             STRING "STEP" RGN-STEP(RAD-GEN-IX)
015950                 " CUT IT FOR " RAD-NIGHT-DATE
015960                 DELIMITED BY SIZE INTO RLL-TEXT
015970             WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
015980         END-IF
015990     END-PERFORM.
016000     IF RAD-SCRATCH-COUNT = 0
016010         MOVE "NOTHING TO SCRATCH" TO RLL-NAME
016020         MOVE SPACES TO RLL-TEXT
016030         WRITE ADVICE-REPORT-RECORD FROM RAD-LIST-LINE
016040     END-IF.
016050 6300-EXIT.
016060     EXIT.
016070*
016080*--------------------------------------------------------------*
016090* 9999-TERMINATE - END OF JOB                                  *
016100*--------------------------------------------------------------*
016110 9999-TERMINATE.
016120     STOP RUN.
016130 9999-EXIT.
016140     EXIT.
016150
