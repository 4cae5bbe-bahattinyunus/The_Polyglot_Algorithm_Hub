000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMTYPMT.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. BATCH MAINTENANCE FOR THE TYPE-  *
000210*                CODE MASTER (TYPEMAST) THE DAILY SORT AND THE *
000220*                REVERSAL RUN TAKE EACH CODE'S DEBIT/CREDIT    *
000230*                SIDE FROM. APPLIES A DECK OF ADD, CHANGE-     *
000240*                DESCRIPTION, RETIRE AND REACTIVATE CARDS IN   *
000250*                CARD ORDER, REFUSING A BAD D/C SIDE OR A CODE *
000260*                ALREADY ON FILE. EVERY CODE CARRIES AN        *
000270*                EFFECTIVE DATE AND A RETIRE DATE SO IT CAN BE *
000280*                SET UP AHEAD OF TIME OR RETIRED ON A SET DAY. *
000290*                EVERY CHANGE GOES TO A PERMANENT CHANGE       *
000300*                HISTORY AS A FULL AFTER-IMAGE, SO THE TABLE   *
000310*                AS IT STOOD ON ANY PAST BUSINESS DATE CAN BE  *
000320*                RECONSTRUCTED - AN "L" CARD LISTS IT ON THE   *
000330*                MAINTENANCE REPORT.                           *
000340* 2026-10-15 RH  THE CODE SEARCH KEY AND THE HISTORY ACTION NOW*
000350*                LIVE IN WORKING STORAGE, SO THE MASTER LOAD   *
000360*                AND THE BASELINE NO LONGER TOUCH THE CARD     *
000370*                RECORD WHILE TYPCARDS IS CLOSED. A C CARD     *
000380*                DATED AFTER THE BUSINESS DATE IS REFUSED - A  *
000390*                DESCRIPTION CHANGE TAKES EFFECT AT ONCE.      *
000400* 2026-10-15 RH  A FULL TABLE NOW REFUSES THE ADD CARD (RC 4)  *
000410*                AND THE REST OF THE DECK IS APPLIED. TYPEOUT  *
000420*                IS OPENED BEFORE ANY HISTORY IS WRITTEN, SO AN*
000430*                OPEN FAILURE ABANDONS THE RUN WITH NOTHING    *
000440*                CHANGED.                                      *
000450* 2026-10-15 RH  THE BUSINESS DATE BETWEEN NIGHTS IS THE NIGHT *
000460*                ALREADY RUN, SO A CARD DATE MUST NOW BE AFTER *
000470*                IT AND A BLANK DATE MEANS THE NEXT NIGHT. AN  *
000480*                AS-OF LISTING USES IMAGES STAMPED BEFORE ITS  *
000490*                DATE, AS NUMREFRB DOES. A FAILED HISTORY      *
000500*                WRITE ABANDONS THE RUN AND PUTS THE MASTER    *
000510*                BACK AS LOADED; A FAILED MASTER WRITE ENDS    *
000520*                RC 16.                                        *
000530*--------------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT TYPE-IN-FILE     ASSIGN TO TYPEIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS TYPE-IN-STATUS.
000600*
000610     SELECT TYPE-OUT-FILE    ASSIGN TO TYPEOUT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS TYPE-OUT-STATUS.
000640*
000650     SELECT TYPE-CARD-FILE   ASSIGN TO TYPCARDS
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS TYPE-CARD-STATUS.
000680*
000690     SELECT TYPE-HISTORY-FILE ASSIGN TO TYPEHIST
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS TYPE-HISTORY-STATUS.
000720*
000730     SELECT TYPE-REPORT-FILE ASSIGN TO TYPMRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS TYPE-REPORT-STATUS.
000760*
000770     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS BUSINESS-DATE-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*--------------------------------------------------------------*
000840* TYPE-CODE MASTER - COLS 1-2 CODE, COL 3 D/C SIDE, COLS 4-23  *
000850* DESCRIPTION, COLS 24-31 EFFECTIVE DATE, COLS 32-39 RETIRE    *
000860* DATE (FIRST DAY THE CODE IS NO LONGER IN EFFECT; ZERO =      *
000870* NOT RETIRED). A RECORD CUT BEFORE THE DATES WERE CARRIED HAS *
000880* THEM BLANK AND IS READ AS ALWAYS IN EFFECT.                  *
000890*--------------------------------------------------------------*
000900 FD  TYPE-IN-FILE
000910     RECORDING MODE IS F.
000920 01  TYPE-IN-RECORD.
000930     05  TYI-CODE            PIC X(02).
000940     05  TYI-DC              PIC X(01).
000950     05  TYI-DESC            PIC X(20).
000960     05  TYI-EFF-DATE        PIC X(08).
000970     05  TYI-RETIRE-DATE     PIC X(08).
000980     05  FILLER              PIC X(41).
000990*
001000 FD  TYPE-OUT-FILE
001010     RECORDING MODE IS F.
001020 01  TYPE-OUT-RECORD.
001030     05  TYO-CODE            PIC X(02).
001040     05  TYO-DC              PIC X(01).
001050     05  TYO-DESC            PIC X(20).
001060     05  TYO-EFF-DATE        PIC 9(08).
001070     05  TYO-RETIRE-DATE     PIC 9(08).
001080     05  FILLER              PIC X(41).
001090*
001100 FD  TYPE-CARD-FILE
001110     RECORDING MODE IS F.
001120 01  TYPE-CARD-RECORD.
001130     05  TMC-ACTION          PIC X(01).
001140     05  TMC-CODE            PIC X(02).
001150     05  TMC-DC              PIC X(01).
001160     05  TMC-DESC            PIC X(20).
001170     05  TMC-DATE            PIC X(08).
001180     05  FILLER              PIC X(48).
001190*
001200*--------------------------------------------------------------*
001210* CHANGE HISTORY - ONE FULL AFTER-IMAGE PER CHANGE, IN THE     *
001220* ORDER APPLIED, STAMPED WITH THE BUSINESS DATE OF THE RUN.    *
001230* ACTION B IS THE BASELINE IMAGE OF EVERY CODE WRITTEN BY THE  *
001240* FIRST RUN; A/C/X/R ARE THE CARD ACTIONS. MAINTENANCE RUNS    *
001250* BETWEEN NIGHTS, SO AN IMAGE STAMPED D WAS WRITTEN AFTER      *
001260* NIGHT D'S SORT. THE TABLE NIGHT D RAN UNDER IS THE LATEST    *
001270* IMAGE OF EACH CODE STAMPED BEFORE D, READ AGAINST ITS        *
001280* EFFECTIVE AND RETIRE DATES.                                  *
001290*--------------------------------------------------------------*
001300 FD  TYPE-HISTORY-FILE
001310     RECORDING MODE IS F.
001320 01  TYPE-HISTORY-RECORD.
001330     05  TYH-BUS-DATE        PIC 9(08).
001340     05  TYH-ACTION          PIC X(01).
001350     05  TYH-CODE            PIC X(02).
001360     05  TYH-DC              PIC X(01).
001370     05  TYH-DESC            PIC X(20).
001380     05  TYH-EFF-DATE        PIC 9(08).
001390     05  TYH-RETIRE-DATE     PIC 9(08).
001400     05  TYH-PRIOR-DESC      PIC X(20).
001410     05  FILLER              PIC X(12).
001420*
001430 FD  TYPE-REPORT-FILE
001440     RECORDING MODE IS F.
001450 01  TYPE-REPORT-RECORD      PIC X(80).
001460*
001470 FD  BUSINESS-DATE-FILE
001480     RECORDING MODE IS F.
001490 01  BUSINESS-DATE-RECORD.
001500     05  BDR-BUSINESS-DATE   PIC X(08).
001510     05  FILLER              PIC X(72).
001520*
001530 WORKING-STORAGE SECTION.
001540*--------------------------------------------------------------*
001550* FILE STATUS SAVE AREAS                                       *
001560*--------------------------------------------------------------*
001570 01  TYPE-IN-STATUS          PIC X(02) VALUE SPACES.
001580     88  TYPE-IN-OK                    VALUE "00".
001590 01  TYPE-OUT-STATUS         PIC X(02) VALUE SPACES.
001600     88  TYPE-OUT-OK                   VALUE "00".
001610 01  TYPE-CARD-STATUS        PIC X(02) VALUE SPACES.
001620     88  TYPE-CARD-OK                  VALUE "00".
001630 01  TYPE-HISTORY-STATUS     PIC X(02) VALUE SPACES.
001640     88  TYPE-HISTORY-OK               VALUE "00".
001650     88  TYPE-HISTORY-NOT-FOUND        VALUE "35".
001660 01  TYPE-REPORT-STATUS      PIC X(02) VALUE SPACES.
001670     88  TYPE-REPORT-OK                VALUE "00".
001680*
001690 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001700     88  BUSINESS-DATE-OK              VALUE "00".
001710*
001720*--------------------------------------------------------------*
001730* SWITCHES                                                     *
001740*--------------------------------------------------------------*
001750 01  TYM-SWITCHES.
001760     05  OLD-EOF-SW          PIC X(01) VALUE "N".
001770         88  OLD-EOF-YES               VALUE "Y".
001780         88  OLD-EOF-NO                VALUE "N".
001790     05  CARD-EOF-SW         PIC X(01) VALUE "N".
001800         88  CARD-EOF-YES              VALUE "Y".
001810         88  CARD-EOF-NO               VALUE "N".
001820     05  HIST-EOF-SW         PIC X(01) VALUE "N".
001830         88  HIST-EOF-YES              VALUE "Y".
001840         88  HIST-EOF-NO               VALUE "N".
001850     05  DECK-SW             PIC X(01) VALUE "N".
001860         88  DECK-PRESENT              VALUE "Y".
001870         88  DECK-ABSENT               VALUE "N".
001880     05  FIND-SW             PIC X(01) VALUE "N".
001890         88  FIND-YES                  VALUE "Y".
001900         88  FIND-NO                   VALUE "N".
001910     05  DATE-SW             PIC X(01) VALUE "N".
001920         88  DATE-VALID                VALUE "Y".
001930         88  DATE-INVALID              VALUE "N".
001940     05  ABORT-SW            PIC X(01) VALUE "N".
001950         88  RUN-ABANDONED             VALUE "Y".
001960         88  RUN-PROCEEDING            VALUE "N".
001970     05  HIST-WRITE-SW       PIC X(01) VALUE "N".
001980         88  HIST-WRITE-FAILED         VALUE "Y".
001990         88  HIST-WRITE-OK             VALUE "N".
002000     05  MASTER-WRITE-SW     PIC X(01) VALUE "N".
002010         88  MASTER-WRITE-FAILED       VALUE "Y".
002020         88  MASTER-WRITE-OK           VALUE "N".
002030*
002040*--------------------------------------------------------------*
002050* TYPE-CODE WORK TABLE - THE WHOLE MASTER, RETIRED CODES       *
002060* INCLUDED, HELD WHILE THE DECK IS APPLIED AND WRITTEN BACK IN *
002070* CODE ORDER. THE DAILY SORT HOLDS 100 CODES IN EFFECT AT ONCE *
002080* (SEE 6000); THE MASTER MAY CARRY MORE WHILE SOME ARE RETIRED *
002090* OR PENDING. OVERFLOW ON LOAD ABANDONS THE RUN.               *
002100*--------------------------------------------------------------*
002110 01  TYM-MAX-SIZE            PIC 9(03) VALUE 200.
002120 01  TYM-SIZE                PIC 9(03) VALUE 0.
002130 01  TYM-TABLE.
002140     05  TYM-ITEM OCCURS 1 TO 200 TIMES
002150                 DEPENDING ON TYM-SIZE.
002160         10  TYM-CODE        PIC X(02) VALUE SPACES.
002170         10  TYM-DC          PIC X(01) VALUE SPACE.
002180         10  TYM-DESC        PIC X(20) VALUE SPACES.
002190         10  TYM-EFF-DATE    PIC 9(08) VALUE 0.
002200         10  TYM-RETIRE-DATE PIC 9(08) VALUE 0.
002210 01  T-IX                    PIC 9(03) VALUE 0.
002220 01  TYM-FOUND-IX            PIC 9(03) VALUE 0.
002230 01  TYM-SORT-MAX            PIC 9(03) VALUE 100.
002240*
002250*--------------------------------------------------------------*
002260* SAVED MASTER - THE TABLE AS LOADED, BEFORE ANY CARD. IF THE  *
002270* HISTORY CANNOT BE WRITTEN IT IS WHAT GOES BACK TO TYPEOUT,   *
002280* WHICH IS ALREADY OPEN FOR OUTPUT BY THEN.                    *
002290*--------------------------------------------------------------*
002300 01  TYS-SIZE                PIC 9(03) VALUE 0.
002310 01  TYS-TABLE.
002320     05  TYS-ITEM OCCURS 1 TO 200 TIMES
002330                 DEPENDING ON TYS-SIZE.
002340         10  TYS-CODE        PIC X(02) VALUE SPACES.
002350         10  TYS-DC          PIC X(01) VALUE SPACE.
002360         10  TYS-DESC        PIC X(20) VALUE SPACES.
002370         10  TYS-EFF-DATE    PIC 9(08) VALUE 0.
002380         10  TYS-RETIRE-DATE PIC 9(08) VALUE 0.
002390*
002400*--------------------------------------------------------------*
002410* LISTING TABLE - THE TABLE AS OF A GIVEN DATE, EITHER REBUILT *
002420* FROM THE CHANGE HISTORY FOR AN "L" CARD OR COPIED FROM THE   *
002430* WORK TABLE FOR THE AFTER-MAINTENANCE LISTING.                *
002440*--------------------------------------------------------------*
002450 01  TYA-SIZE                PIC 9(03) VALUE 0.
002460 01  TYA-TABLE.
002470     05  TYA-ITEM OCCURS 1 TO 200 TIMES
002480                 DEPENDING ON TYA-SIZE.
002490         10  TYA-CODE        PIC X(02) VALUE SPACES.
002500         10  TYA-DC          PIC X(01) VALUE SPACE.
002510         10  TYA-DESC        PIC X(20) VALUE SPACES.
002520         10  TYA-EFF-DATE    PIC 9(08) VALUE 0.
002530         10  TYA-RETIRE-DATE PIC 9(08) VALUE 0.
002540 01  A-IX                    PIC 9(03) VALUE 0.
002550 01  TYA-FOUND-IX            PIC 9(03) VALUE 0.
002560 01  TYA-AS-OF-DATE          PIC 9(08) VALUE 0.
002570*
002580*--------------------------------------------------------------*
002590* RUN CONTROL FIELDS AND COUNTERS                              *
002600*--------------------------------------------------------------*
002610 01  TYM-RUN-DATE            PIC 9(08) VALUE 0.
002620 01  TYM-NEXT-DATE.
002630     05  TYM-NEXT-CCYY       PIC 9(04).
002640     05  TYM-NEXT-MM         PIC 9(02).
002650     05  TYM-NEXT-DD         PIC 9(02).
002660 01  TYM-NEXT-DATE-N REDEFINES TYM-NEXT-DATE
002670                             PIC 9(08).
002680 01  TYM-MONTH-DAY-VALUES.
002690     05  FILLER              PIC X(24) VALUE
002700         "312831303130313130313031".
002710 01  TYM-MONTH-DAY-TABLE REDEFINES TYM-MONTH-DAY-VALUES.
002720     05  TYM-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
002730 01  TYM-MONTH-LAST-DD       PIC 9(02) VALUE 0.
002740 01  TYM-LEAP-QUOTIENT       PIC 9(04) VALUE 0.
002750 01  TYM-LEAP-REMAINDER      PIC 9(03) VALUE 0.
002760 01  TYM-CARD-DATE           PIC 9(08) VALUE 0.
002770 01  TYM-SEARCH-CODE         PIC X(02) VALUE SPACES.
002780 01  TYM-HIST-ACTION         PIC X(01) VALUE SPACE.
002790 01  TYM-DATE-IN             PIC X(08) VALUE SPACES.
002800 01  TYM-HIST-COUNT          PIC 9(07) VALUE 0.
002810 01  TYM-HIST-FIRST-DATE     PIC 9(08) VALUE 0.
002820 01  TYM-HIST-WRITTEN        PIC 9(05) VALUE 0.
002830 01  TYM-CARDS-READ          PIC 9(05) VALUE 0.
002840 01  TYM-CARDS-APPLIED       PIC 9(05) VALUE 0.
002850 01  TYM-CARDS-IN-ERROR      PIC 9(05) VALUE 0.
002860 01  TYM-LISTINGS            PIC 9(05) VALUE 0.
002870 01  TYM-DAMAGED             PIC 9(05) VALUE 0.
002880 01  TYM-IN-EFFECT           PIC 9(05) VALUE 0.
002890 01  TYM-PENDING             PIC 9(05) VALUE 0.
002900 01  TYM-RETIRED             PIC 9(05) VALUE 0.
002910 01  TYM-CARD-NOTE           PIC X(24) VALUE SPACES.
002920 01  TYM-PRIOR-DESC          PIC X(20) VALUE SPACES.
002930*
002940*--------------------------------------------------------------*
002950* MAINTENANCE REPORT LINE LAYOUTS                              *
002960*--------------------------------------------------------------*
002970 01  TYM-HEADING-LINE.
002980     05  FILLER              PIC X(36) VALUE
002990         "NUMTYPMT TYPE-CODE MASTER MAINTENANC".
003000     05  FILLER              PIC X(01) VALUE "E".
003010     05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
003020     05  TYM-HDG-DATE        PIC 9(08).
003030 01  TYM-DETAIL-LINE.
003040     05  TYM-DTL-RESULT      PIC X(07).
003050     05  FILLER              PIC X(01) VALUE SPACE.
003060     05  TYM-DTL-ACTION      PIC X(01).
003070     05  FILLER              PIC X(01) VALUE SPACE.
003080     05  TYM-DTL-CODE        PIC X(02).
003090     05  FILLER              PIC X(01) VALUE SPACE.
003100     05  TYM-DTL-DC          PIC X(01).
003110     05  FILLER              PIC X(01) VALUE SPACE.
003120     05  TYM-DTL-DESC        PIC X(20).
003130     05  FILLER              PIC X(01) VALUE SPACE.
003140     05  TYM-DTL-DATE        PIC X(08).
003150     05  FILLER              PIC X(03) VALUE " - ".
003160     05  TYM-DTL-NOTE        PIC X(24).
003170 01  TYM-LIST-HEADING.
003180     05  FILLER              PIC X(22) VALUE
003190         "TYPE-CODE TABLE AS OF ".
003200     05  TYM-LH-DATE         PIC 9(08).
003210     05  FILLER              PIC X(02) VALUE SPACES.
003220     05  TYM-LH-SOURCE       PIC X(30).
003230 01  TYM-LIST-COLUMNS.
003240     05  FILLER              PIC X(40) VALUE
003250         "CD S DESCRIPTION          EFFECTIVE RETI".
003260     05  FILLER              PIC X(20) VALUE
003270         "RES   STATUS        ".
003280 01  TYM-LIST-LINE.
003290     05  TYM-LL-CODE         PIC X(02).
003300     05  FILLER              PIC X(01) VALUE SPACE.
003310     05  TYM-LL-DC           PIC X(01).
003320     05  FILLER              PIC X(01) VALUE SPACE.
003330     05  TYM-LL-DESC         PIC X(20).
003340     05  FILLER              PIC X(01) VALUE SPACE.
003350     05  TYM-LL-EFF          PIC 9(08).
003360     05  FILLER              PIC X(02) VALUE SPACES.
003370     05  TYM-LL-RETIRE       PIC X(08).
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  TYM-LL-STATUS       PIC X(17).
003400 01  TYM-TOTAL-LINE.
003410     05  TYM-TOT-LABEL       PIC X(25).
003420     05  TYM-TOT-COUNT       PIC Z(4)9.
003430*
003440 PROCEDURE DIVISION.
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     PERFORM 1500-LOAD-OLD-MASTER THRU 1500-EXIT.
003480     PERFORM 1700-SAVE-OLD-MASTER THRU 1700-EXIT.
003490     PERFORM 1800-CHECK-HISTORY THRU 1800-EXIT.
003500*    "RUN ABANDONED" MEANS ABANDONED: ON AN OVERFLOWED MASTER
003510*    OR AN UNUSABLE CHANGE HISTORY NO CARD IS APPLIED AND THE
003520*    MASTER IS NOT REWRITTEN, SO THE NIGHT'S TABLE STANDS.
003530     IF RUN-ABANDONED
003540         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003550         PERFORM 9999-TERMINATE THRU 9999-EXIT
003560     END-IF.
003570     PERFORM 2000-LIST-AS-OF THRU 2000-EXIT.
003580     PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
003590     PERFORM 4000-SORT-TABLE THRU 4000-EXIT.
003600     PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT.
003610     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003620     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003630*
003640*--------------------------------------------------------------*
003650* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE REPORT OPEN  *
003660*--------------------------------------------------------------*
003670 1000-INITIALIZE.
003680     ACCEPT TYM-RUN-DATE FROM DATE YYYYMMDD.
003690     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003700     PERFORM 1100-SET-NEXT-DATE THRU 1100-EXIT.
003710*
003720     OPEN OUTPUT TYPE-REPORT-FILE.
003730     IF NOT TYPE-REPORT-OK
003740         DISPLAY "NUMTYPMT - UNABLE TO OPEN TYPE-REPORT-FILE, "
003750             "STATUS = " TYPE-REPORT-STATUS
003760     END-IF.
003770     IF TYPE-REPORT-OK
003780         MOVE TYM-RUN-DATE TO TYM-HDG-DATE
003790         WRITE TYPE-REPORT-RECORD FROM TYM-HEADING-LINE
003800     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830*
003840*--------------------------------------------------------------*
003850* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
003860*                          THE BUSINESS-DATE CONTROL RECORD    *
003870*                          THE NUMBDATE STEP MAINTAINS, SO A   *
003880*                          NIGHT THAT SLIPS PAST MIDNIGHT      *
003890*                          KEEPS ITS PROCESSING DATE. MISSING  *
003900*                          OR UNREADABLE CONTROL FALLS BACK TO *
003910*                          THE WALL CLOCK WITH RC 4.           *
003920*--------------------------------------------------------------*
003930 1050-GET-BUSINESS-DATE.
003940     OPEN INPUT BUSINESS-DATE-FILE.
003950     IF NOT BUSINESS-DATE-OK
003960         DISPLAY "NUMTYPMT - *** WARNING - NO BUSINESS-DATE "
003970             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
003980             "), WALL-CLOCK DATE IN USE ***"
003990         IF RETURN-CODE < 4
004000             MOVE 4 TO RETURN-CODE
004010         END-IF
004020         GO TO 1050-EXIT
004030     END-IF.
004040     READ BUSINESS-DATE-FILE
004050         AT END
004060             DISPLAY "NUMTYPMT - *** WARNING - BUSINESS-DATE "
004070                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
004080             IF RETURN-CODE < 4
004090                 MOVE 4 TO RETURN-CODE
004100             END-IF
004110             GO TO 1050-CLOSE
004120     END-READ.
004130     IF BDR-BUSINESS-DATE NUMERIC
004140         MOVE BDR-BUSINESS-DATE TO TYM-RUN-DATE
004150     ELSE
004160         DISPLAY "NUMTYPMT - *** WARNING - BUSINESS-DATE "
004170             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
004180             "USE ***"
004190         IF RETURN-CODE < 4
004200             MOVE 4 TO RETURN-CODE
004210         END-IF
004220     END-IF.
004230 1050-CLOSE.
004240     CLOSE BUSINESS-DATE-FILE.
004250 1050-EXIT.
004260     EXIT.
004270*
004280*--------------------------------------------------------------*
004290* 1100-SET-NEXT-DATE - THE DAY AFTER THE BUSINESS DATE. BETWEEN*
004300*                      NIGHTS THE BUSINESS DATE IS THE NIGHT   *
004310*                      ALREADY RUN, SO THIS IS THE EARLIEST    *
004320*                      DATE A CARD CAN TAKE EFFECT.            *
004330*--------------------------------------------------------------*
004340 1100-SET-NEXT-DATE.
004350     MOVE TYM-RUN-DATE TO TYM-NEXT-DATE-N.
004360     IF TYM-NEXT-MM < 1 OR TYM-NEXT-MM > 12
004370         ADD 1 TO TYM-NEXT-DATE-N
004380         GO TO 1100-EXIT
004390     END-IF.
004400     MOVE TYM-MONTH-DAYS(TYM-NEXT-MM) TO TYM-MONTH-LAST-DD.
004410     IF TYM-NEXT-MM = 2
004420         DIVIDE TYM-NEXT-CCYY BY 4 GIVING TYM-LEAP-QUOTIENT
004430             REMAINDER TYM-LEAP-REMAINDER
004440         IF TYM-LEAP-REMAINDER = 0
004450             MOVE 29 TO TYM-MONTH-LAST-DD
004460         END-IF
004470         DIVIDE TYM-NEXT-CCYY BY 100 GIVING TYM-LEAP-QUOTIENT
004480             REMAINDER TYM-LEAP-REMAINDER
004490         IF TYM-LEAP-REMAINDER = 0
004500             MOVE 28 TO TYM-MONTH-LAST-DD
004510             DIVIDE TYM-NEXT-CCYY BY 400
004520                 GIVING TYM-LEAP-QUOTIENT
004530                 REMAINDER TYM-LEAP-REMAINDER
004540             IF TYM-LEAP-REMAINDER = 0
004550                 MOVE 29 TO TYM-MONTH-LAST-DD
004560             END-IF
004570         END-IF
004580     END-IF.
004590     IF TYM-NEXT-DD < TYM-MONTH-LAST-DD
004600         ADD 1 TO TYM-NEXT-DD
004610         GO TO 1100-EXIT
004620     END-IF.
004630     MOVE 1 TO TYM-NEXT-DD.
004640     IF TYM-NEXT-MM = 12
004650         MOVE 1 TO TYM-NEXT-MM
004660         ADD 1 TO TYM-NEXT-CCYY
004670     ELSE
004680         ADD 1 TO TYM-NEXT-MM
004690     END-IF.
004700 1100-EXIT.
004710     EXIT.
004720*
004730*--------------------------------------------------------------*
004740* 1500-LOAD-OLD-MASTER - LOAD THE CURRENT MASTER. A MISSING    *
004750*                        MASTER IS NOT AN ERROR - THE FIRST    *
004760*                        RUN MAY BUILD IT FROM THE DECK ALONE. *
004770*                        A RECORD THE DAILY SORT WOULD SKIP    *
004780*                        (BAD D/C BYTE, BAD DATE) OR A SECOND  *
004790*                        RECORD FOR THE SAME CODE IS DAMAGE:   *
004800*                        IT IS LISTED AND DROPPED WITH RC 8.   *
004810*--------------------------------------------------------------*
004820 1500-LOAD-OLD-MASTER.
004830     OPEN INPUT TYPE-IN-FILE.
004840     IF NOT TYPE-IN-OK
004850         DISPLAY "NUMTYPMT - NO OLD MASTER (STATUS = "
004860             TYPE-IN-STATUS "), BUILDING A FRESH MASTER"
004870         GO TO 1500-EXIT
004880     END-IF.
004890     SET OLD-EOF-NO TO TRUE.
004900     PERFORM 1550-READ-OLD-MASTER THRU 1550-EXIT.
004910     PERFORM UNTIL OLD-EOF-YES OR RUN-ABANDONED
004920         IF TYI-CODE NOT = SPACES
004930             PERFORM 1600-LOAD-ONE-CODE THRU 1600-EXIT
004940         END-IF
004950         PERFORM 1550-READ-OLD-MASTER THRU 1550-EXIT
004960     END-PERFORM.
004970     CLOSE TYPE-IN-FILE.
004980 1500-EXIT.
004990     EXIT.
005000*
005010*--------------------------------------------------------------*
005020* 1550-READ-OLD-MASTER - READ ONE OLD MASTER RECORD            *
005030*--------------------------------------------------------------*
005040 1550-READ-OLD-MASTER.
005050     READ TYPE-IN-FILE
005060         AT END
005070             SET OLD-EOF-YES TO TRUE
005080     END-READ.
005090 1550-EXIT.
005100     EXIT.
005110*
005120*--------------------------------------------------------------*
005130* 1600-LOAD-ONE-CODE - EDIT ONE OLD MASTER RECORD INTO THE     *
005140*                      WORK TABLE. BLANK DATES ARE THE LAYOUT  *
005150*                      BEFORE EFFECTIVE DATING: IN EFFECT FROM *
005160*                      THE START, NEVER RETIRED.               *
005170*--------------------------------------------------------------*
005180 1600-LOAD-ONE-CODE.
005190     MOVE SPACES TO TYM-CARD-NOTE.
005200     IF TYI-DC NOT = "D" AND TYI-DC NOT = "C"
005210         MOVE "BAD D/C BYTE" TO TYM-CARD-NOTE
005220     END-IF.
005230     IF TYI-EFF-DATE NOT = SPACES AND TYI-EFF-DATE NOT NUMERIC
005240         MOVE "BAD EFFECTIVE DATE" TO TYM-CARD-NOTE
005250     END-IF.
005260     IF TYI-RETIRE-DATE NOT = SPACES
005270             AND TYI-RETIRE-DATE NOT NUMERIC
005280         MOVE "BAD RETIRE DATE" TO TYM-CARD-NOTE
005290     END-IF.
005300     MOVE TYI-CODE TO TYM-SEARCH-CODE.
005310     PERFORM 3500-FIND-TABLE-ENTRY THRU 3500-EXIT.
005320     IF FIND-YES
005330         MOVE "DUPLICATE CODE ON MASTER" TO TYM-CARD-NOTE
005340     END-IF.
005350     IF TYM-CARD-NOTE NOT = SPACES
005360         ADD 1 TO TYM-DAMAGED
005370         DISPLAY "NUMTYPMT - DAMAGED MASTER RECORD DROPPED ("
005380             TYM-CARD-NOTE "): " TYPE-IN-RECORD
005390         MOVE "*DROP  " TO TYM-DTL-RESULT
005400         MOVE SPACE TO TYM-DTL-ACTION
005410         MOVE TYI-CODE TO TYM-DTL-CODE
005420         MOVE TYI-DC TO TYM-DTL-DC
005430         MOVE TYI-DESC TO TYM-DTL-DESC
005440         MOVE TYI-EFF-DATE TO TYM-DTL-DATE
005450         PERFORM 3800-WRITE-CARD-LINE THRU 3800-EXIT
005460         IF RETURN-CODE < 8
005470             MOVE 8 TO RETURN-CODE
005480         END-IF
005490         GO TO 1600-EXIT
005500     END-IF.
005510     IF TYM-SIZE = TYM-MAX-SIZE
005520         DISPLAY "NUMTYPMT - *** ERROR - OLD MASTER EXCEEDS "
005530             TYM-MAX-SIZE " CODES, RUN ABANDONED ***"
005540         MOVE 16 TO RETURN-CODE
005550         SET RUN-ABANDONED TO TRUE
005560         GO TO 1600-EXIT
005570     END-IF.
005580     ADD 1 TO TYM-SIZE.
005590     MOVE TYI-CODE TO TYM-CODE(TYM-SIZE).
005600     MOVE TYI-DC TO TYM-DC(TYM-SIZE).
005610     MOVE TYI-DESC TO TYM-DESC(TYM-SIZE).
005620     IF TYI-EFF-DATE = SPACES
005630         MOVE ZERO TO TYM-EFF-DATE(TYM-SIZE)
005640     ELSE
005650         MOVE TYI-EFF-DATE TO TYM-EFF-DATE(TYM-SIZE)
005660     END-IF.
005670     IF TYI-RETIRE-DATE = SPACES
005680         MOVE ZERO TO TYM-RETIRE-DATE(TYM-SIZE)
005690     ELSE
005700         MOVE TYI-RETIRE-DATE TO TYM-RETIRE-DATE(TYM-SIZE)
005710     END-IF.
005720 1600-EXIT.
005730     EXIT.
005740*
005750*--------------------------------------------------------------*
005760* 1700-SAVE-OLD-MASTER - KEEP A COPY OF THE TABLE AS LOADED    *
005770*--------------------------------------------------------------*
005780 1700-SAVE-OLD-MASTER.
005790     MOVE TYM-SIZE TO TYS-SIZE.
005800     PERFORM VARYING T-IX FROM 1 BY 1 UNTIL T-IX > TYM-SIZE
005810         MOVE TYM-ITEM(T-IX) TO TYS-ITEM(T-IX)
005820     END-PERFORM.
005830 1700-EXIT.
005840     EXIT.
005850*
005860*--------------------------------------------------------------*
005870* 1800-CHECK-HISTORY - COUNT THE CHANGE HISTORY AND NOTE THE   *
005880*                      DATE IT BEGINS. NO HISTORY YET (STATUS  *
005890*                      35 OR AN EMPTY FILE) IS THE FIRST RUN,  *
005900*                      WHICH WRITES THE BASELINE IMAGE. ANY    *
005910*                      OTHER OPEN FAILURE ABANDONS THE RUN -   *
005920*                      A CHANGE THE HISTORY CANNOT RECORD IS   *
005930*                      NOT APPLIED.                            *
005940*--------------------------------------------------------------*
005950 1800-CHECK-HISTORY.
005960     IF RUN-ABANDONED
005970         GO TO 1800-EXIT
005980     END-IF.
005990     OPEN INPUT TYPE-HISTORY-FILE.
006000     IF TYPE-HISTORY-NOT-FOUND
006010         DISPLAY "NUMTYPMT - NO CHANGE HISTORY YET, BASELINE "
006020             "WILL BE RECORDED"
006030         GO TO 1800-EXIT
006040     END-IF.
006050     IF NOT TYPE-HISTORY-OK
006060         DISPLAY "NUMTYPMT - UNABLE TO OPEN TYPE-HISTORY-FILE, "
006070             "STATUS = " TYPE-HISTORY-STATUS
006080         MOVE 16 TO RETURN-CODE
006090         SET RUN-ABANDONED TO TRUE
006100         GO TO 1800-EXIT
006110     END-IF.
006120     SET HIST-EOF-NO TO TRUE.
006130     PERFORM 1850-READ-HISTORY THRU 1850-EXIT.
006140     PERFORM UNTIL HIST-EOF-YES
006150         ADD 1 TO TYM-HIST-COUNT
006160         IF TYM-HIST-COUNT = 1
006170             MOVE TYH-BUS-DATE TO TYM-HIST-FIRST-DATE
006180         END-IF
006190         PERFORM 1850-READ-HISTORY THRU 1850-EXIT
006200     END-PERFORM.
006210     CLOSE TYPE-HISTORY-FILE.
006220 1800-EXIT.
006230     EXIT.
006240*
006250*--------------------------------------------------------------*
006260* 1850-READ-HISTORY - READ ONE CHANGE HISTORY RECORD           *
006270*--------------------------------------------------------------*
006280 1850-READ-HISTORY.
006290     READ TYPE-HISTORY-FILE
006300         AT END
006310             SET HIST-EOF-YES TO TRUE
006320     END-READ.
006330 1850-EXIT.
006340     EXIT.
006350*
006360*--------------------------------------------------------------*
006370* 2000-LIST-AS-OF - FIRST PASS OVER THE DECK FOR "L" CARDS     *
006380*                   (COLS 25-32 = THE NIGHT TO LIST).          *
006390*                   EACH IS ANSWERED FROM THE HISTORY AS IT    *
006400*                   STOOD BEFORE THIS RUN, SO THE LISTINGS     *
006410*                   COME FIRST ON THE REPORT. A MISSING DECK   *
006420*                   CARRIES THE MASTER UNCHANGED.              *
006430*--------------------------------------------------------------*
006440 2000-LIST-AS-OF.
006450     OPEN INPUT TYPE-CARD-FILE.
006460     IF NOT TYPE-CARD-OK
006470         DISPLAY "NUMTYPMT - NO MAINTENANCE DECK (STATUS = "
006480             TYPE-CARD-STATUS "), MASTER CARRIED UNCHANGED"
006490         GO TO 2000-EXIT
006500     END-IF.
006510     SET DECK-PRESENT TO TRUE.
006520     SET CARD-EOF-NO TO TRUE.
006530     PERFORM 3100-READ-CARD THRU 3100-EXIT.
006540     PERFORM UNTIL CARD-EOF-YES
006550         IF TMC-ACTION = "L"
006560             PERFORM 2100-LIST-ONE-DATE THRU 2100-EXIT
006570         END-IF
006580         PERFORM 3100-READ-CARD THRU 3100-EXIT
006590     END-PERFORM.
006600     CLOSE TYPE-CARD-FILE.
006610 2000-EXIT.
006620     EXIT.
006630*
006640*--------------------------------------------------------------*
006650* 2100-LIST-ONE-DATE - REBUILD THE TABLE NIGHT D RAN UNDER:    *
006660*                      THE LATEST HISTORY IMAGE OF EACH CODE   *
006670*                      STAMPED BEFORE D. AN IMAGE STAMPED D    *
006680*                      WAS WRITTEN AFTER THAT NIGHT'S SORT.    *
006690*                      THE NIGHT THE HISTORY BEGINS, OR AN     *
006700*                      EARLIER ONE, CANNOT BE LISTED.          *
006710*--------------------------------------------------------------*
006720 2100-LIST-ONE-DATE.
006730     MOVE SPACES TO TYM-CARD-NOTE.
006740     MOVE TMC-DATE TO TYM-DATE-IN.
006750     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
006760     EVALUATE TRUE
006770         WHEN TMC-DATE = SPACES
006780             MOVE "LIST DATE MISSING" TO TYM-CARD-NOTE
006790         WHEN DATE-INVALID
006800             MOVE "DATE NOT CCYYMMDD" TO TYM-CARD-NOTE
006810         WHEN TYM-HIST-COUNT = 0
006820             MOVE "NO CHANGE HISTORY YET" TO TYM-CARD-NOTE
006830         WHEN TMC-DATE NOT > TYM-HIST-FIRST-DATE
006840             MOVE "NOT AFTER HISTORY BEGINS" TO TYM-CARD-NOTE
006850     END-EVALUATE.
006860     IF TYM-CARD-NOTE NOT = SPACES
006870         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006880         GO TO 2100-EXIT
006890     END-IF.
006900*
006910     MOVE TMC-DATE TO TYA-AS-OF-DATE.
006920     MOVE ZERO TO TYA-SIZE.
006930     OPEN INPUT TYPE-HISTORY-FILE.
006940     IF NOT TYPE-HISTORY-OK
006950         MOVE "HISTORY UNREADABLE" TO TYM-CARD-NOTE
006960         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
006970         GO TO 2100-EXIT
006980     END-IF.
006990     SET HIST-EOF-NO TO TRUE.
007000     PERFORM 1850-READ-HISTORY THRU 1850-EXIT.
007010     PERFORM UNTIL HIST-EOF-YES
007020         IF TYH-BUS-DATE < TYA-AS-OF-DATE
007030             PERFORM 2200-APPLY-IMAGE THRU 2200-EXIT
007040         END-IF
007050         PERFORM 1850-READ-HISTORY THRU 1850-EXIT
007060     END-PERFORM.
007070     CLOSE TYPE-HISTORY-FILE.
007080*
007090     ADD 1 TO TYM-LISTINGS.
007100     MOVE "LISTED BELOW" TO TYM-CARD-NOTE.
007110     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
007120     MOVE "REBUILT FROM CHANGE HISTORY" TO TYM-LH-SOURCE.
007130     PERFORM 7000-LIST-TABLE THRU 7000-EXIT.
007140 2100-EXIT.
007150     EXIT.
007160*
007170*--------------------------------------------------------------*
007180* 2200-APPLY-IMAGE - ONE HISTORY IMAGE REPLACES (OR ADDS) ITS  *
007190*                    CODE IN THE LISTING TABLE                 *
007200*--------------------------------------------------------------*
007210 2200-APPLY-IMAGE.
007220     MOVE ZERO TO TYA-FOUND-IX.
007230     PERFORM VARYING A-IX FROM 1 BY 1
007240             UNTIL A-IX > TYA-SIZE OR TYA-FOUND-IX > 0
007250         IF TYA-CODE(A-IX) = TYH-CODE
007260             MOVE A-IX TO TYA-FOUND-IX
007270         END-IF
007280     END-PERFORM.
007290     IF TYA-FOUND-IX = 0
007300         IF TYA-SIZE = TYM-MAX-SIZE
007310             GO TO 2200-EXIT
007320         END-IF
007330         ADD 1 TO TYA-SIZE
007340         MOVE TYA-SIZE TO TYA-FOUND-IX
007350     END-IF.
007360     MOVE TYH-CODE TO TYA-CODE(TYA-FOUND-IX).
007370     MOVE TYH-DC TO TYA-DC(TYA-FOUND-IX).
007380     MOVE TYH-DESC TO TYA-DESC(TYA-FOUND-IX).
007390     MOVE TYH-EFF-DATE TO TYA-EFF-DATE(TYA-FOUND-IX).
007400     MOVE TYH-RETIRE-DATE TO TYA-RETIRE-DATE(TYA-FOUND-IX).
007410 2200-EXIT.
007420     EXIT.
007430*
007440*--------------------------------------------------------------*
007450* 3000-APPLY-CARDS - SECOND PASS: APPLY THE DECK IN CARD       *
007460*                    ORDER. THE HISTORY IS OPENED FIRST; THE   *
007470*                    FIRST RUN RECORDS THE BASELINE IMAGE OF   *
007480*                    THE MASTER AS LOADED BEFORE ANY CARD.     *
007490*                    THE NEW MASTER IS OPENED NEXT, BEFORE A   *
007500*                    RECORD IS WRITTEN: IF IT WILL NOT OPEN    *
007510*                    THE RUN IS ABANDONED (RC 16) WITH THE     *
007520*                    HISTORY AND THE MASTER UNTOUCHED.         *
007530*                    EVERY CARD LANDS ON THE REPORT, AND ANY   *
007540*                    ERROR LEAVES RC 4. A HISTORY WRITE THAT   *
007550*                    FAILS STOPS THE DECK (RC 16) AND THE      *
007560*                    TABLE GOES BACK TO THE MASTER AS LOADED.  *
007570*--------------------------------------------------------------*
007580 3000-APPLY-CARDS.
007590     IF TYM-HIST-COUNT = 0
007600         OPEN OUTPUT TYPE-HISTORY-FILE
007610     ELSE
007620         OPEN EXTEND TYPE-HISTORY-FILE
007630     END-IF.
007640     IF NOT TYPE-HISTORY-OK
007650         DISPLAY "NUMTYPMT - UNABLE TO OPEN TYPE-HISTORY-FILE "
007660             "FOR OUTPUT, STATUS = " TYPE-HISTORY-STATUS
007670             " - NO CARD APPLIED"
007680         MOVE 16 TO RETURN-CODE
007690         SET RUN-ABANDONED TO TRUE
007700         GO TO 3000-EXIT
007710     END-IF.
007720     OPEN OUTPUT TYPE-OUT-FILE.
007730     IF NOT TYPE-OUT-OK
007740         DISPLAY "NUMTYPMT - UNABLE TO OPEN TYPE-OUT-FILE, "
007750             "STATUS = " TYPE-OUT-STATUS " - NO CARD APPLIED"
007760         MOVE 16 TO RETURN-CODE
007770         SET RUN-ABANDONED TO TRUE
007780         CLOSE TYPE-HISTORY-FILE
007790         GO TO 3000-EXIT
007800     END-IF.
007810     IF TYM-HIST-COUNT = 0
007820         PERFORM VARYING T-IX FROM 1 BY 1
007830                 UNTIL T-IX > TYM-SIZE OR RUN-ABANDONED
007840             MOVE T-IX TO TYM-FOUND-IX
007850             MOVE TYM-DESC(T-IX) TO TYM-PRIOR-DESC
007860             MOVE "B" TO TYM-HIST-ACTION
007870             PERFORM 3750-WRITE-HISTORY THRU 3750-EXIT
007880         END-PERFORM
007890     END-IF.
007900*
007910     IF DECK-PRESENT AND RUN-PROCEEDING
007920         OPEN INPUT TYPE-CARD-FILE
007930         SET CARD-EOF-NO TO TRUE
007940         PERFORM 3100-READ-CARD THRU 3100-EXIT
007950         PERFORM UNTIL CARD-EOF-YES OR RUN-ABANDONED
007960             ADD 1 TO TYM-CARDS-READ
007970             IF TMC-ACTION NOT = "L"
007980                 PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
007990             END-IF
008000             PERFORM 3100-READ-CARD THRU 3100-EXIT
008010         END-PERFORM
008020         CLOSE TYPE-CARD-FILE
008030     END-IF.
008040     CLOSE TYPE-HISTORY-FILE.
008050     IF HIST-WRITE-FAILED
008060         PERFORM 3760-RESTORE-TABLE THRU 3760-EXIT
008070     END-IF.
008080 3000-EXIT.
008090     EXIT.
008100*
008110*--------------------------------------------------------------*
008120* 3100-READ-CARD - READ ONE MAINTENANCE CARD                   *
008130*--------------------------------------------------------------*
008140 3100-READ-CARD.
008150     READ TYPE-CARD-FILE
008160         AT END
008170             SET CARD-EOF-YES TO TRUE
008180     END-READ.
008190 3100-EXIT.
008200     EXIT.
008210*
008220*--------------------------------------------------------------*
008230* 3200-APPLY-ONE-CARD - EDIT AND APPLY ONE CARD. ACTIONS:      *
008240*                       A = ADD, C = CHANGE DESCRIPTION,       *
008250*                       X = RETIRE, R = REACTIVATE (L CARDS    *
008260*                       WERE LISTED IN THE FIRST PASS).        *
008270*                       BETWEEN NIGHTS THE BUSINESS DATE IS    *
008280*                       THE NIGHT ALREADY RUN, SO THE CARD     *
008290*                       DATE (COLS 25-32) MUST BE AFTER IT AND *
008300*                       A BLANK DATE MEANS THE NEXT NIGHT - A  *
008310*                       CHANGE DATED ON OR BEFORE A NIGHT THAT *
008320*                       HAS RUN WOULD REWRITE WHAT THAT NIGHT  *
008330*                       POSTED UNDER. A C CARD TAKES EFFECT AT *
008340*                       ONCE, SO ITS DATE MUST BE BLANK OR THE *
008350*                       NEXT NIGHT - A LATER DATE IS REFUSED   *
008360*                       RATHER THAN IGNORED. THE FIRST FAILING *
008370*                       EDIT WINS THE NOTE.                    *
008380*--------------------------------------------------------------*
008390 3200-APPLY-ONE-CARD.
008400     MOVE SPACES TO TYM-CARD-NOTE.
008410     MOVE TMC-ACTION TO TYM-HIST-ACTION.
008420     IF TMC-CODE = SPACES
008430         MOVE "CODE MISSING" TO TYM-CARD-NOTE
008440         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
008450         GO TO 3200-EXIT
008460     END-IF.
008470     IF TMC-DATE = SPACES
008480         MOVE TYM-NEXT-DATE-N TO TYM-CARD-DATE
008490     ELSE
008500         MOVE TMC-DATE TO TYM-DATE-IN
008510         PERFORM 3900-EDIT-DATE THRU 3900-EXIT
008520         IF DATE-INVALID
008530             MOVE "DATE NOT CCYYMMDD" TO TYM-CARD-NOTE
008540             PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
008550             GO TO 3200-EXIT
008560         END-IF
008570         MOVE TMC-DATE TO TYM-CARD-DATE
008580         IF TYM-CARD-DATE NOT > TYM-RUN-DATE
008590             MOVE "NOT AFTER BUSINESS DATE" TO TYM-CARD-NOTE
008600             PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
008610             GO TO 3200-EXIT
008620         END-IF
008630     END-IF.
008640     IF TMC-ACTION = "C" AND TYM-CARD-DATE > TYM-NEXT-DATE-N
008650         MOVE "C TAKES EFFECT AT ONCE" TO TYM-CARD-NOTE
008660         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
008670         GO TO 3200-EXIT
008680     END-IF.
008690*
008700     MOVE TMC-CODE TO TYM-SEARCH-CODE.
008710     PERFORM 3500-FIND-TABLE-ENTRY THRU 3500-EXIT.
008720     EVALUATE TMC-ACTION
008730         WHEN "A"
008740             PERFORM 3300-ADD-CODE THRU 3300-EXIT
008750         WHEN "C"
008760             PERFORM 3350-CHANGE-DESC THRU 3350-EXIT
008770         WHEN "X"
008780             PERFORM 3400-RETIRE-CODE THRU 3400-EXIT
008790         WHEN "R"
008800             PERFORM 3450-REACTIVATE-CODE THRU 3450-EXIT
008810         WHEN OTHER
008820             MOVE "ACTION NOT A,C,X,R OR L" TO TYM-CARD-NOTE
008830             PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
008840     END-EVALUATE.
008850 3200-EXIT.
008860     EXIT.
008870*
008880*--------------------------------------------------------------*
008890* 3300-ADD-CODE - ADD A NEW CODE, IN EFFECT FROM THE CARD DATE *
008900*                 (PENDING IF THAT IS LATER THAN THE NEXT      *
008910*                 NIGHT).                                      *
008920*                 A FULL TABLE REFUSES THE CARD LIKE ANY OTHER *
008930*                 EDIT AND THE REST OF THE DECK GOES ON.       *
008940*--------------------------------------------------------------*
008950 3300-ADD-CODE.
008960     IF FIND-YES
008970         MOVE "DUPLICATE CODE" TO TYM-CARD-NOTE
008980         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
008990         GO TO 3300-EXIT
009000     END-IF.
009010     IF TMC-DC NOT = "D" AND TMC-DC NOT = "C"
009020         MOVE "D/C SIDE NOT D OR C" TO TYM-CARD-NOTE
009030         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009040         GO TO 3300-EXIT
009050     END-IF.
009060     IF TMC-DESC = SPACES
009070         MOVE "DESCRIPTION MISSING" TO TYM-CARD-NOTE
009080         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009090         GO TO 3300-EXIT
009100     END-IF.
009110     IF TYM-SIZE = TYM-MAX-SIZE
009120         MOVE "TYPE TABLE FULL" TO TYM-CARD-NOTE
009130         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009140         GO TO 3300-EXIT
009150     END-IF.
009160*
009170     ADD 1 TO TYM-SIZE.
009180     MOVE TYM-SIZE TO TYM-FOUND-IX.
009190     MOVE TMC-CODE TO TYM-CODE(TYM-SIZE).
009200     MOVE TMC-DC TO TYM-DC(TYM-SIZE).
009210     MOVE TMC-DESC TO TYM-DESC(TYM-SIZE).
009220     MOVE TYM-CARD-DATE TO TYM-EFF-DATE(TYM-SIZE).
009230     MOVE ZERO TO TYM-RETIRE-DATE(TYM-SIZE).
009240     MOVE SPACES TO TYM-PRIOR-DESC.
009250     IF TYM-CARD-DATE > TYM-NEXT-DATE-N
009260         MOVE "ADDED - PENDING" TO TYM-CARD-NOTE
009270     ELSE
009280         MOVE "ADDED" TO TYM-CARD-NOTE
009290     END-IF.
009300     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
009310 3300-EXIT.
009320     EXIT.
009330*
009340*--------------------------------------------------------------*
009350* 3350-CHANGE-DESC - NEW DESCRIPTION FOR AN EXISTING CODE. THE *
009360*                    D/C SIDE NEVER CHANGES IN PLACE: A SIDE   *
009370*                    ON THE CARD THAT DIFFERS IS REFUSED. THE  *
009380*                    NEW DESCRIPTION IS IN EFFECT AT ONCE.     *
009390*--------------------------------------------------------------*
009400 3350-CHANGE-DESC.
009410     IF FIND-NO
009420         MOVE "CODE NOT ON MASTER" TO TYM-CARD-NOTE
009430         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009440         GO TO 3350-EXIT
009450     END-IF.
009460     IF TMC-DC NOT = SPACE AND TMC-DC NOT = TYM-DC(TYM-FOUND-IX)
009470         MOVE "D/C SIDE CANNOT CHANGE" TO TYM-CARD-NOTE
009480         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009490         GO TO 3350-EXIT
009500     END-IF.
009510     IF TMC-DESC = SPACES
009520         MOVE "DESCRIPTION MISSING" TO TYM-CARD-NOTE
009530         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009540         GO TO 3350-EXIT
009550     END-IF.
009560     MOVE TYM-DESC(TYM-FOUND-IX) TO TYM-PRIOR-DESC.
009570     MOVE TMC-DESC TO TYM-DESC(TYM-FOUND-IX).
009580     MOVE "DESCRIPTION CHANGED" TO TYM-CARD-NOTE.
009590     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
009600 3350-EXIT.
009610     EXIT.
009620*
009630*--------------------------------------------------------------*
009640* 3400-RETIRE-CODE - RETIRE A CODE FROM THE CARD DATE ON (THE  *
009650*                    FIRST DAY IT IS NO LONGER IN EFFECT). A   *
009660*                    DATE LATER THAN THE NEXT NIGHT SCHEDULES  *
009670*                    THE RETIREMENT.                           *
009680*--------------------------------------------------------------*
009690 3400-RETIRE-CODE.
009700     IF FIND-NO
009710         MOVE "CODE NOT ON MASTER" TO TYM-CARD-NOTE
009720         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009730         GO TO 3400-EXIT
009740     END-IF.
009750     IF TYM-RETIRE-DATE(TYM-FOUND-IX) NOT = 0
009760         MOVE "ALREADY RETIRED" TO TYM-CARD-NOTE
009770         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009780         GO TO 3400-EXIT
009790     END-IF.
009800     IF TYM-CARD-DATE NOT > TYM-EFF-DATE(TYM-FOUND-IX)
009810         MOVE "RETIRE NOT AFTER EFFECT" TO TYM-CARD-NOTE
009820         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
009830         GO TO 3400-EXIT
009840     END-IF.
009850     MOVE TYM-DESC(TYM-FOUND-IX) TO TYM-PRIOR-DESC.
009860     MOVE TYM-CARD-DATE TO TYM-RETIRE-DATE(TYM-FOUND-IX).
009870     IF TYM-CARD-DATE > TYM-NEXT-DATE-N
009880         MOVE "RETIREMENT SCHEDULED" TO TYM-CARD-NOTE
009890     ELSE
009900         MOVE "RETIRED" TO TYM-CARD-NOTE
009910     END-IF.
009920     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
009930 3400-EXIT.
009940     EXIT.
009950*
009960*--------------------------------------------------------------*
009970* 3450-REACTIVATE-CODE - BRING A RETIRED CODE BACK. A          *
009980*                        RETIREMENT NOT YET REACHED IS SIMPLY  *
009990*                        CANCELLED; OTHERWISE THE CODE IS IN   *
010000*                        EFFECT AGAIN FROM THE CARD DATE.      *
010010*--------------------------------------------------------------*
010020 3450-REACTIVATE-CODE.
010030     IF FIND-NO
010040         MOVE "CODE NOT ON MASTER" TO TYM-CARD-NOTE
010050         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
010060         GO TO 3450-EXIT
010070     END-IF.
010080     IF TYM-RETIRE-DATE(TYM-FOUND-IX) = 0
010090         MOVE "NOT RETIRED" TO TYM-CARD-NOTE
010100         PERFORM 3600-REPORT-CARD-ERROR THRU 3600-EXIT
010110         GO TO 3450-EXIT
010120     END-IF.
010130     MOVE TYM-DESC(TYM-FOUND-IX) TO TYM-PRIOR-DESC.
010140     IF TYM-RETIRE-DATE(TYM-FOUND-IX) > TYM-RUN-DATE
010150         MOVE "RETIREMENT CANCELLED" TO TYM-CARD-NOTE
010160     ELSE
010170         MOVE TYM-CARD-DATE TO TYM-EFF-DATE(TYM-FOUND-IX)
010180         MOVE "REACTIVATED" TO TYM-CARD-NOTE
010190     END-IF.
010200     MOVE ZERO TO TYM-RETIRE-DATE(TYM-FOUND-IX).
010210     PERFORM 3700-REPORT-CARD THRU 3700-EXIT.
010220 3450-EXIT.
010230     EXIT.
010240*
010250*--------------------------------------------------------------*
010260* 3500-FIND-TABLE-ENTRY - LOOK UP TYM-SEARCH-CODE IN THE WORK  *
010270*                         TABLE. THE TABLE IS UNORDERED WHILE  *
010280*                         THE DECK IS APPLIED, SO THE SCAN IS  *
010290*                         SERIAL.                              *
010300*--------------------------------------------------------------*
010310 3500-FIND-TABLE-ENTRY.
010320     SET FIND-NO TO TRUE.
010330     MOVE ZERO TO TYM-FOUND-IX.
010340     PERFORM VARYING T-IX FROM 1 BY 1
010350             UNTIL T-IX > TYM-SIZE OR FIND-YES
010360         IF TYM-CODE(T-IX) = TYM-SEARCH-CODE
010370             SET FIND-YES TO TRUE
010380             MOVE T-IX TO TYM-FOUND-IX
010390         END-IF
010400     END-PERFORM.
010410 3500-EXIT.
010420     EXIT.
010430*
010440*--------------------------------------------------------------*
010450* 3600-REPORT-CARD-ERROR - ONE CARD IN ERROR: COUNT IT, LIST   *
010460*                          IT, AND LEAVE RC 4 SO THE DECK IS   *
010470*                          REVIEWED BEFORE THE NEXT RUN.       *
010480*--------------------------------------------------------------*
010490 3600-REPORT-CARD-ERROR.
010500     ADD 1 TO TYM-CARDS-IN-ERROR.
010510     MOVE "*ERROR " TO TYM-DTL-RESULT.
010520     PERFORM 3650-FORMAT-CARD THRU 3650-EXIT.
010530     PERFORM 3800-WRITE-CARD-LINE THRU 3800-EXIT.
010540     IF RETURN-CODE < 4
010550         MOVE 4 TO RETURN-CODE
010560     END-IF.
010570 3600-EXIT.
010580     EXIT.
010590*
010600*--------------------------------------------------------------*
010610* 3650-FORMAT-CARD - MOVE THE CARD'S FIELDS TO THE REPORT LINE *
010620*--------------------------------------------------------------*
010630 3650-FORMAT-CARD.
010640     MOVE TMC-ACTION TO TYM-DTL-ACTION.
010650     MOVE TMC-CODE TO TYM-DTL-CODE.
010660     MOVE TMC-DC TO TYM-DTL-DC.
010670     MOVE TMC-DESC TO TYM-DTL-DESC.
010680     MOVE TMC-DATE TO TYM-DTL-DATE.
010690 3650-EXIT.
010700     EXIT.
010710*
010720*--------------------------------------------------------------*
010730* 3700-REPORT-CARD - ONE CARD APPLIED CLEANLY. A CHANGE TO THE *
010740*                    TABLE (ANYTHING BUT AN "L" LISTING) ALSO  *
010750*                    GOES TO THE CHANGE HISTORY.               *
010760*--------------------------------------------------------------*
010770 3700-REPORT-CARD.
010780     MOVE "APPLIED" TO TYM-DTL-RESULT.
010790     PERFORM 3650-FORMAT-CARD THRU 3650-EXIT.
010800     PERFORM 3800-WRITE-CARD-LINE THRU 3800-EXIT.
010810     IF TMC-ACTION NOT = "L"
010820         ADD 1 TO TYM-CARDS-APPLIED
010830         PERFORM 3750-WRITE-HISTORY THRU 3750-EXIT
010840     END-IF.
010850 3700-EXIT.
010860     EXIT.
010870*
010880*--------------------------------------------------------------*
010890* 3750-WRITE-HISTORY - AFTER-IMAGE OF THE CODE AT              *
010900*                      TYM-FOUND-IX, WITH THE DESCRIPTION IT   *
010910*                      CARRIED BEFORE THE CHANGE. A WRITE THAT *
010920*                      FAILS ABANDONS THE RUN (RC 16) - A      *
010930*                      CHANGE THE HISTORY CANNOT RECORD IS NOT *
010940*                      APPLIED.                                *
010950*--------------------------------------------------------------*
010960 3750-WRITE-HISTORY.
010970     MOVE SPACES TO TYPE-HISTORY-RECORD.
010980     MOVE TYM-RUN-DATE TO TYH-BUS-DATE.
010990     MOVE TYM-HIST-ACTION TO TYH-ACTION.
011000     MOVE TYM-CODE(TYM-FOUND-IX) TO TYH-CODE.
011010     MOVE TYM-DC(TYM-FOUND-IX) TO TYH-DC.
011020     MOVE TYM-DESC(TYM-FOUND-IX) TO TYH-DESC.
011030     MOVE TYM-EFF-DATE(TYM-FOUND-IX) TO TYH-EFF-DATE.
011040     MOVE TYM-RETIRE-DATE(TYM-FOUND-IX) TO TYH-RETIRE-DATE.
011050     MOVE TYM-PRIOR-DESC TO TYH-PRIOR-DESC.
011060     WRITE TYPE-HISTORY-RECORD.
011070     IF NOT TYPE-HISTORY-OK
011080         DISPLAY "NUMTYPMT - *** ERROR - UNABLE TO WRITE TYPE-"
011090             "HISTORY-FILE, STATUS = " TYPE-HISTORY-STATUS
011100             " - RUN ABANDONED ***"
011110         MOVE 16 TO RETURN-CODE
011120         SET RUN-ABANDONED TO TRUE
011130         SET HIST-WRITE-FAILED TO TRUE
011140         GO TO 3750-EXIT
011150     END-IF.
011160     ADD 1 TO TYM-HIST-WRITTEN.
011170 3750-EXIT.
011180     EXIT.
011190*
011200*--------------------------------------------------------------*
011210* 3760-RESTORE-TABLE - THE HISTORY FAILED: PUT THE WORK TABLE  *
011220*                      BACK TO THE MASTER AS LOADED, SO THE    *
011230*                      MASTER WRITTEN TO THE ALREADY-OPENED    *
011240*                      TYPEOUT CARRIES NO CARD FROM THIS RUN.  *
011250*--------------------------------------------------------------*
011260 3760-RESTORE-TABLE.
011270     MOVE TYS-SIZE TO TYM-SIZE.
011280     PERFORM VARYING T-IX FROM 1 BY 1 UNTIL T-IX > TYS-SIZE
011290         MOVE TYS-ITEM(T-IX) TO TYM-ITEM(T-IX)
011300     END-PERFORM.
011310     MOVE ZERO TO TYM-CARDS-APPLIED.
011320     DISPLAY "NUMTYPMT - NO CARD APPLIED, MASTER REWRITTEN AS "
011330         "LOADED".
011340     IF TYPE-REPORT-OK
011350         MOVE "*** HISTORY WRITE FAILED - NO CARD ABOVE WAS "
011360             TO TYPE-REPORT-RECORD
011370         MOVE "APPLIED ***" TO TYPE-REPORT-RECORD(46:11)
011380         WRITE TYPE-REPORT-RECORD
011390     END-IF.
011400 3760-EXIT.
011410     EXIT.
011420*
011430*--------------------------------------------------------------*
011440* 3800-WRITE-CARD-LINE - WRITE ONE CARD'S REPORT LINE WITH THE *
011450*                        NOTE SET BY THE CALLER                *
011460*--------------------------------------------------------------*
011470 3800-WRITE-CARD-LINE.
011480     MOVE TYM-CARD-NOTE TO TYM-DTL-NOTE.
011490     IF TYPE-REPORT-OK
011500         WRITE TYPE-REPORT-RECORD FROM TYM-DETAIL-LINE
011510     END-IF.
011520 3800-EXIT.
011530     EXIT.
011540*
011550*--------------------------------------------------------------*
011560* 3900-EDIT-DATE - TYM-DATE-IN MUST BE A CCYYMMDD DATE         *
011570*--------------------------------------------------------------*
011580 3900-EDIT-DATE.
011590     SET DATE-INVALID TO TRUE.
011600     IF TYM-DATE-IN NOT NUMERIC
011610         GO TO 3900-EXIT
011620     END-IF.
011630     IF TYM-DATE-IN(5:2) < "01" OR TYM-DATE-IN(5:2) > "12"
011640         GO TO 3900-EXIT
011650     END-IF.
011660     IF TYM-DATE-IN(7:2) < "01" OR TYM-DATE-IN(7:2) > "31"
011670         GO TO 3900-EXIT
011680     END-IF.
011690     SET DATE-VALID TO TRUE.
011700 3900-EXIT.
011710     EXIT.
011720*
011730*--------------------------------------------------------------*
011740* 4000-SORT-TABLE - PUT THE MASTER BACK IN CODE ORDER          *
011750*--------------------------------------------------------------*
011760 4000-SORT-TABLE.
011770     IF (RUN-ABANDONED AND HIST-WRITE-OK) OR TYM-SIZE = 0
011780         GO TO 4000-EXIT
011790     END-IF.
011800     SORT TYM-ITEM
011810         ASCENDING KEY TYM-CODE.
011820 4000-EXIT.
011830     EXIT.
011840*
011850*--------------------------------------------------------------*
011860* 5000-WRITE-NEW-MASTER - REWRITE THE MASTER AND TALLY THE     *
011870*                         CODES IN EFFECT, PENDING AND RETIRED *
011880*                         FOR THE NEXT NIGHT. TYPEOUT WAS      *
011890*                         OPENED BY 3000, SO AFTER A HISTORY   *
011900*                         FAILURE THE MASTER AS LOADED IS      *
011910*                         WRITTEN BACK. A MASTER WRITE THAT    *
011920*                         FAILS ENDS RC 16 - THE MASTER IS     *
011930*                         INCOMPLETE AND MUST BE RESTORED      *
011940*                         BEFORE THE NEXT NIGHT.               *
011950*--------------------------------------------------------------*
011960 5000-WRITE-NEW-MASTER.
011970     IF RUN-ABANDONED AND HIST-WRITE-OK
011980         GO TO 5000-EXIT
011990     END-IF.
012000     PERFORM VARYING T-IX FROM 1 BY 1
012010             UNTIL T-IX > TYM-SIZE OR MASTER-WRITE-FAILED
012020         MOVE SPACES TO TYPE-OUT-RECORD
012030         MOVE TYM-CODE(T-IX) TO TYO-CODE
012040         MOVE TYM-DC(T-IX) TO TYO-DC
012050         MOVE TYM-DESC(T-IX) TO TYO-DESC
012060         MOVE TYM-EFF-DATE(T-IX) TO TYO-EFF-DATE
012070         MOVE TYM-RETIRE-DATE(T-IX) TO TYO-RETIRE-DATE
012080         WRITE TYPE-OUT-RECORD
012090         IF NOT TYPE-OUT-OK
012100             SET MASTER-WRITE-FAILED TO TRUE
012110         END-IF
012120     END-PERFORM.
012130     CLOSE TYPE-OUT-FILE.
012140     IF MASTER-WRITE-FAILED
012150         DISPLAY "NUMTYPMT - *** ERROR - UNABLE TO WRITE TYPE-"
012160             "OUT-FILE, STATUS = " TYPE-OUT-STATUS
012170             " - MASTER INCOMPLETE, RESTORE IT ***"
012180         MOVE 16 TO RETURN-CODE
012190         SET RUN-ABANDONED TO TRUE
012200         GO TO 5000-EXIT
012210     END-IF.
012220*
012230     MOVE TYM-SIZE TO TYA-SIZE.
012240     PERFORM VARYING T-IX FROM 1 BY 1 UNTIL T-IX > TYM-SIZE
012250         MOVE TYM-ITEM(T-IX) TO TYA-ITEM(T-IX)
012260     END-PERFORM.
012270     MOVE TYM-NEXT-DATE-N TO TYA-AS-OF-DATE.
012280     IF HIST-WRITE-FAILED
012290         MOVE "AS LOADED - NO CARD APPLIED" TO TYM-LH-SOURCE
012300     ELSE
012310         MOVE "AFTER THIS RUN'S MAINTENANCE" TO TYM-LH-SOURCE
012320     END-IF.
012330     PERFORM 7000-LIST-TABLE THRU 7000-EXIT.
012340 5000-EXIT.
012350     EXIT.
012360*
012370*--------------------------------------------------------------*
012380* 6000-WRITE-TOTALS - MAINTENANCE REPORT TOTALS AND FINAL      *
012390*                     DISPOSITION. MORE CODES IN EFFECT THAN   *
012400*                     THE DAILY SORT HOLDS LEAVES RC 4 - THE   *
012410*                     SORT WOULD IGNORE THE EXCESS.            *
012420*--------------------------------------------------------------*
012430 6000-WRITE-TOTALS.
012440     IF TYM-IN-EFFECT > TYM-SORT-MAX
012450         DISPLAY "NUMTYPMT - *** WARNING - " TYM-IN-EFFECT
012460             " CODES IN EFFECT, THE DAILY SORT HOLDS "
012470             TYM-SORT-MAX " ***"
012480         IF RETURN-CODE < 4
012490             MOVE 4 TO RETURN-CODE
012500         END-IF
012510     END-IF.
012520     IF TYPE-REPORT-OK
012530         MOVE SPACES TO TYPE-REPORT-RECORD
012540         WRITE TYPE-REPORT-RECORD
012550         MOVE "CARDS READ             : " TO TYM-TOT-LABEL
012560         MOVE TYM-CARDS-READ TO TYM-TOT-COUNT
012570         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012580         MOVE "CARDS APPLIED          : " TO TYM-TOT-LABEL
012590         MOVE TYM-CARDS-APPLIED TO TYM-TOT-COUNT
012600         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012610         MOVE "CARDS IN ERROR         : " TO TYM-TOT-LABEL
012620         MOVE TYM-CARDS-IN-ERROR TO TYM-TOT-COUNT
012630         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012640         MOVE "AS-OF LISTINGS         : " TO TYM-TOT-LABEL
012650         MOVE TYM-LISTINGS TO TYM-TOT-COUNT
012660         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012670         MOVE "DAMAGED RECORDS DROPPED: " TO TYM-TOT-LABEL
012680         MOVE TYM-DAMAGED TO TYM-TOT-COUNT
012690         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012700         MOVE "CODES IN EFFECT        : " TO TYM-TOT-LABEL
012710         MOVE TYM-IN-EFFECT TO TYM-TOT-COUNT
012720         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012730         MOVE "CODES PENDING          : " TO TYM-TOT-LABEL
012740         MOVE TYM-PENDING TO TYM-TOT-COUNT
012750         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012760         MOVE "CODES RETIRED          : " TO TYM-TOT-LABEL
012770         MOVE TYM-RETIRED TO TYM-TOT-COUNT
012780         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012790         MOVE "HISTORY RECORDS WRITTEN: " TO TYM-TOT-LABEL
012800         MOVE TYM-HIST-WRITTEN TO TYM-TOT-COUNT
012810         WRITE TYPE-REPORT-RECORD FROM TYM-TOTAL-LINE
012820         CLOSE TYPE-REPORT-FILE
012830     END-IF.
012840*
012850     DISPLAY "NUMTYPMT - CARDS READ = " TYM-CARDS-READ
012860         ", APPLIED = " TYM-CARDS-APPLIED
012870         ", IN ERROR = " TYM-CARDS-IN-ERROR.
012880 6000-EXIT.
012890     EXIT.
012900*
012910*--------------------------------------------------------------*
012920* 7000-LIST-TABLE - LIST THE LISTING TABLE IN CODE ORDER WITH  *
012930*                   EACH CODE'S STATUS ON TYA-AS-OF-DATE. A    *
012940*                   CODE IS IN EFFECT WHEN ITS EFFECTIVE DATE  *
012950*                   IS ON OR BEFORE THE DATE AND ITS RETIRE    *
012960*                   DATE (IF ANY) IS AFTER IT. THE STATUS      *
012970*                   COUNTS LEFT BEHIND ARE THOSE OF THE LAST   *
012980*                   LISTING - THE AFTER-MAINTENANCE ONE.       *
012990*--------------------------------------------------------------*
013000 7000-LIST-TABLE.
013010     MOVE ZERO TO TYM-IN-EFFECT.
013020     MOVE ZERO TO TYM-PENDING.
013030     MOVE ZERO TO TYM-RETIRED.
013040     IF TYA-SIZE > 1
013050         SORT TYA-ITEM
013060             ASCENDING KEY TYA-CODE
013070     END-IF.
013080     IF TYPE-REPORT-OK
013090         MOVE SPACES TO TYPE-REPORT-RECORD
013100         WRITE TYPE-REPORT-RECORD
013110         MOVE TYA-AS-OF-DATE TO TYM-LH-DATE
013120         WRITE TYPE-REPORT-RECORD FROM TYM-LIST-HEADING
013130         WRITE TYPE-REPORT-RECORD FROM TYM-LIST-COLUMNS
013140     END-IF.
013150     PERFORM VARYING A-IX FROM 1 BY 1 UNTIL A-IX > TYA-SIZE
013160         MOVE TYA-CODE(A-IX) TO TYM-LL-CODE
013170         MOVE TYA-DC(A-IX) TO TYM-LL-DC
013180         MOVE TYA-DESC(A-IX) TO TYM-LL-DESC
013190         MOVE TYA-EFF-DATE(A-IX) TO TYM-LL-EFF
013200         IF TYA-RETIRE-DATE(A-IX) = 0
013210             MOVE "NONE" TO TYM-LL-RETIRE
013220         ELSE
013230             MOVE TYA-RETIRE-DATE(A-IX) TO TYM-LL-RETIRE
013240         END-IF
013250         EVALUATE TRUE
013260             WHEN TYA-EFF-DATE(A-IX) > TYA-AS-OF-DATE
013270                 MOVE "PENDING" TO TYM-LL-STATUS
013280                 ADD 1 TO TYM-PENDING
013290             WHEN TYA-RETIRE-DATE(A-IX) NOT = 0
013300                     AND TYA-RETIRE-DATE(A-IX)
013310                         NOT > TYA-AS-OF-DATE
013320                 MOVE "RETIRED" TO TYM-LL-STATUS
013330                 ADD 1 TO TYM-RETIRED
013340             WHEN OTHER
013350                 MOVE "IN EFFECT" TO TYM-LL-STATUS
013360                 ADD 1 TO TYM-IN-EFFECT
013370         END-EVALUATE
013380         IF TYPE-REPORT-OK
013390             WRITE TYPE-REPORT-RECORD FROM TYM-LIST-LINE
013400         END-IF
013410     END-PERFORM.
013420 7000-EXIT.
013430     EXIT.
013440*
013450*--------------------------------------------------------------*
013460* 9999-TERMINATE - END OF JOB                                  *
013470*--------------------------------------------------------------*
013480 9999-TERMINATE.
013490     STOP RUN.
013500 9999-EXIT.
013510     EXIT.
