000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     NUMCMPLT.
000120 AUTHOR.         R HALVORSEN.
000130 INSTALLATION.   NUMBERS OPERATIONS - BATCH SYSTEMS.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*
000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-10-15 RH  NEW PROGRAM. STREAM COMPLETENESS REPORT FOR   *
000210*                INTERNAL AUDIT. WALKS THE PROCESSING CALENDAR *
000220*                DAY BY DAY OVER THE REQUESTED RANGE AND, FOR  *
000230*                EACH BUSINESS DAY, SHOWS FROM THE PERMANENT   *
000240*                AUDIT TRAIL WHETHER THE SORT RAN AND ITS FINAL*
000250*                RC, WHETHER THE NUMCERT CERTIFICATE BALANCED, *
000260*                WHETHER THE LEDGER ACK CONFIRMED THE NIGHT,   *
000270*                AND - ON THE LAST BUSINESS DAY OF A MONTH -   *
000280*                WHETHER THE MONTH-END CLOSE RAN. A DAY WITH A *
000290*                MISSING PIECE, A CHECKPOINT RESTART, A RERUN  *
000300*                UNDER A PINNED BDCARD DATE OR MORE THAN ONE   *
000310*                CERTIFICATE IS FLAGGED WITH THE REASON.       *
000320* 2026-10-15 RH  THE NUMRETN "RETN" RECORD IS NOW POSTED. A    *
000330*                RANGE STARTING BEFORE THE LATEST RETENTION    *
000340*                CUTOFF IS REFUSED (RC 16) UNLESS THE ARCHIVE  *
000350*                IS CONCATENATED ON AUDIN - THOSE DAYS ARE NO  *
000360*                LONGER ON THE LIVE TRAIL AND WOULD ALL SHOW   *
000370*                AS MISSING.                                   *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RANGE-CARD-FILE  ASSIGN TO CMPCTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RANGE-CARD-STATUS.
000450*
000460     SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CALENDAR-STATUS.
000490*
000500     SELECT AUDIT-IN-FILE    ASSIGN TO AUDIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS AUDIT-IN-STATUS.
000530*
000540     SELECT COMPLETE-REPORT-FILE ASSIGN TO CMPRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS COMPLETE-REPORT-STATUS.
000570*
000580     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS BUSINESS-DATE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*--------------------------------------------------------------*
000650* RANGE CARD - COLS 1-8 FIRST BUSINESS DATE, COLS 9-16 LAST    *
000660* (CCYYMMDD). A BLANK LAST DATE MEANS THE CURRENT BUSINESS     *
000670* DATE; A BLANK FIRST DATE MEANS THE START OF THAT QUARTER.    *
000680*--------------------------------------------------------------*
000690 FD  RANGE-CARD-FILE
000700     RECORDING MODE IS F.
000710 01  RANGE-CARD-RECORD.
000720     05  RCC-FROM-DATE       PIC X(08).
000730     05  RCC-TO-DATE         PIC X(08).
000740     05  FILLER              PIC X(64).
000750*
000760 FD  CALENDAR-FILE
000770     RECORDING MODE IS F.
000780 01  CALENDAR-RECORD.
000790     05  CAL-DATE            PIC X(08).
000800     05  CAL-DAY-TYPE        PIC X(01).
000810     05  CAL-DESC            PIC X(20).
000820     05  FILLER              PIC X(51).
000830*
000840*--------------------------------------------------------------*
000850* PERMANENT AUDIT TRAIL - THE DAILY SORT'S EXECUTION RECORD    *
000860* (NUMERIC RUN DATE IN COLS 1-8) AND THE TAGGED RECORDS OTHER  *
000870* JOBS APPEND (TAG IN COLS 1-4, BUSINESS DATE IN COLS 5-12).   *
000880* THE ARCHIVE GENERATIONS NUMRETN CUTS OFF THE TRAIL HAVE THE  *
000890* SAME LAYOUT AND MAY BE CONCATENATED BEHIND IT.               *
000900*--------------------------------------------------------------*
000910 FD  AUDIT-IN-FILE
000920     RECORDING MODE IS F.
000930 01  AUDIT-IN-RECORD.
000940     05  AIN-RUN-DATE        PIC X(08).
000950     05  AIN-RUN-TIME        PIC X(06).
000960     05  AIN-SORT-DIR        PIC X(01).
000970     05  AIN-SORT-FIELD      PIC X(01).
000980     05  AIN-DUP-MODE        PIC X(01).
000990     05  AIN-ACCEPTED        PIC X(07).
001000     05  AIN-REJECTED        PIC X(07).
001010     05  AIN-SORTED          PIC X(07).
001020     05  AIN-TOTAL-BEFORE    PIC X(12).
001030     05  AIN-COUNT-AFTER     PIC X(07).
001040     05  AIN-TOTAL-AFTER     PIC X(12).
001050     05  AIN-RETURN-CODE     PIC X(04).
001060     05  AIN-RESTART-FLAG    PIC X(01).
001070     05  FILLER              PIC X(06).
001080 01  AUDIT-IN-TAGGED-VIEW REDEFINES AUDIT-IN-RECORD.
001090     05  ATG-TAG             PIC X(04).
001100     05  ATG-RUN-DATE        PIC X(08).
001110     05  ATG-RUN-TIME        PIC X(06).
001120     05  FILLER              PIC X(62).
001130 01  AUDIT-IN-CERT-VIEW REDEFINES AUDIT-IN-RECORD.
001140     05  FILLER              PIC X(18).
001150     05  ACR-SOUT-COUNT      PIC X(07).
001160     05  ACR-SOUT-TOTAL      PIC X(12).
001170     05  ACR-FAIL-COUNT      PIC X(03).
001180     05  ACR-VERDICT         PIC X(01).
001190     05  FILLER              PIC X(39).
001200 01  AUDIT-IN-ACK-VIEW REDEFINES AUDIT-IN-RECORD.
001210     05  FILLER              PIC X(18).
001220     05  AAK-EXTRACT-DATE    PIC X(08).
001230     05  AAK-OUR-COUNT       PIC X(07).
001240     05  AAK-OUR-TOTAL       PIC X(12).
001250     05  AAK-ACK-COUNT       PIC X(07).
001260     05  AAK-ACK-TOTAL       PIC X(12).
001270     05  AAK-VERDICT         PIC X(01).
001280     05  FILLER              PIC X(15).
001290 01  AUDIT-IN-CLOSE-VIEW REDEFINES AUDIT-IN-RECORD.
001300     05  FILLER              PIC X(18).
001310     05  ACL-CLOSED-MONTH    PIC X(06).
001320     05  FILLER              PIC X(56).
001330 01  AUDIT-IN-BDATE-VIEW REDEFINES AUDIT-IN-RECORD.
001340     05  FILLER              PIC X(18).
001350     05  ABD-WALL-DATE       PIC X(08).
001360     05  ABD-HOW-SET         PIC X(01).
001370     05  ABD-PRIOR-DATE      PIC X(08).
001380     05  FILLER              PIC X(45).
001390 01  AUDIT-IN-RETN-VIEW REDEFINES AUDIT-IN-RECORD.
001400     05  FILLER              PIC X(18).
001410     05  ART-CUTOFF-DATE     PIC X(08).
001420     05  FILLER              PIC X(54).
001430*
001440 FD  COMPLETE-REPORT-FILE
001450     RECORDING MODE IS F.
001460 01  COMPLETE-REPORT-RECORD  PIC X(80).
001470*
001480 FD  BUSINESS-DATE-FILE
001490     RECORDING MODE IS F.
001500 01  BUSINESS-DATE-RECORD.
001510     05  BDR-BUSINESS-DATE   PIC X(08).
001520     05  FILLER              PIC X(72).
001530*
001540 WORKING-STORAGE SECTION.
001550*--------------------------------------------------------------*
001560* FILE STATUS SAVE AREAS                                       *
001570*--------------------------------------------------------------*
001580 01  RANGE-CARD-STATUS       PIC X(02) VALUE SPACES.
001590     88  RANGE-CARD-OK                 VALUE "00".
001600 01  CALENDAR-STATUS         PIC X(02) VALUE SPACES.
001610     88  CALENDAR-OK                   VALUE "00".
001620 01  AUDIT-IN-STATUS         PIC X(02) VALUE SPACES.
001630     88  AUDIT-IN-OK                   VALUE "00".
001640 01  COMPLETE-REPORT-STATUS  PIC X(02) VALUE SPACES.
001650     88  COMPLETE-REPORT-OK            VALUE "00".
001660 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001670     88  BUSINESS-DATE-OK              VALUE "00".
001680*
001690*--------------------------------------------------------------*
001700* SWITCHES                                                     *
001710*--------------------------------------------------------------*
001720 01  CMP-SWITCHES.
001730     05  CAL-EOF-SW          PIC X(01) VALUE "N".
001740         88  CAL-EOF-YES               VALUE "Y".
001750         88  CAL-EOF-NO                VALUE "N".
001760     05  AUDIT-EOF-SW        PIC X(01) VALUE "N".
001770         88  AUDIT-EOF-YES             VALUE "Y".
001780         88  AUDIT-EOF-NO              VALUE "N".
001790     05  HALT-SW             PIC X(01) VALUE "N".
001800         88  REPORT-HALTED             VALUE "Y".
001810         88  REPORT-GO                 VALUE "N".
001820     05  PAST-RANGE-SW       PIC X(01) VALUE "N".
001830         88  PAST-RANGE-YES            VALUE "Y".
001840         88  PAST-RANGE-NO             VALUE "N".
001850     05  DAY-FOUND-SW        PIC X(01) VALUE "N".
001860         88  DAY-FOUND-YES             VALUE "Y".
001870         88  DAY-FOUND-NO              VALUE "N".
001880     05  DETAIL-PENDING-SW   PIC X(01) VALUE "N".
001890         88  DETAIL-PENDING            VALUE "Y".
001900         88  DETAIL-WRITTEN            VALUE "N".
001910     05  DAY-EXCEPTION-SW    PIC X(01) VALUE "N".
001920         88  DAY-HAS-EXCEPTION         VALUE "Y".
001930         88  DAY-IS-CLEAN              VALUE "N".
001940*
001950*--------------------------------------------------------------*
001960* RANGE CONTROL - THE RANGE NEVER RUNS PAST THE CURRENT        *
001970* BUSINESS DATE; LATER DAYS HAVE NOT HAPPENED YET.             *
001980*--------------------------------------------------------------*
001990 01  CMP-BUS-DATE.
002000     05  CMP-BUS-CCYY        PIC 9(04).
002010     05  CMP-BUS-MM          PIC 9(02).
002020     05  CMP-BUS-DD          PIC 9(02).
002030 01  CMP-BUS-DATE-N REDEFINES CMP-BUS-DATE
002040                             PIC 9(08).
002050 01  CMP-FROM-DATE.
002060     05  CMP-FROM-CCYY       PIC 9(04).
002070     05  CMP-FROM-MM         PIC 9(02).
002080     05  CMP-FROM-DD         PIC 9(02).
002090 01  CMP-FROM-DATE-N REDEFINES CMP-FROM-DATE
002100                             PIC 9(08).
002110 01  CMP-TO-DATE             PIC 9(08) VALUE 0.
002120 01  CMP-QUARTER-NUMBER      PIC 9(02) VALUE 0.
002130 01  CMP-WORK-DATE.
002140     05  CMP-WORK-MONTH      PIC X(06).
002150     05  CMP-WORK-DD         PIC X(02).
002160 01  CMP-PRIOR-MONTH         PIC X(06) VALUE SPACES.
002170 01  CMP-SEARCH-DATE         PIC X(08) VALUE SPACES.
002180 01  CMP-SEARCH-MONTH        PIC X(06) VALUE SPACES.
002190*
002200*--------------------------------------------------------------*
002210* RETENTION CHECK - THE LATEST CUTOFF ANY "RETN" RECORD NAMES, *
002220* AND THE EARLIEST DAY ANY OTHER TRAIL RECORD IS DATED. DAYS   *
002230* BEFORE THE CUTOFF ARE ONLY ON AUDIN IF THE ARCHIVE IS.       *
002240*--------------------------------------------------------------*
002250 01  CMP-RETN-CUTOFF         PIC X(08) VALUE SPACES.
002260 01  CMP-EARLIEST-DATE       PIC X(08) VALUE "99999999".
002270 01  CMP-RECORD-DATE         PIC X(08) VALUE SPACES.
002280*
002290*--------------------------------------------------------------*
002300* DAY TABLE - ONE ENTRY PER CALENDAR DAY IN THE RANGE, IN      *
002310* CALENDAR (DATE) ORDER FOR THE BINARY SEARCH. 400 DAYS COVERS *
002320* A YEAR AND A QUARTER; AUDIT ASKS ONE QUARTER AT A TIME.      *
002330*--------------------------------------------------------------*
002340 01  CMP-DAY-MAX             PIC 9(04) VALUE 400.
002350 01  CMP-DAY-COUNT           PIC 9(04) VALUE 0.
002360 01  CMP-DAY-TABLE.
002370     05  CMP-DAY-ENTRY       OCCURS 400 TIMES.
002380         10  CMD-DATE        PIC X(08).
002390         10  CMD-BUSINESS-SW PIC X(01).
002400             88  CMD-BUSINESS-DAY      VALUE "Y".
002410         10  CMD-MONTH-END-SW
002420                             PIC X(01).
002430             88  CMD-MONTH-END         VALUE "Y".
002440         10  CMD-SORT-RUNS   PIC 9(03).
002450         10  CMD-SORT-RC     PIC X(04).
002460         10  CMD-RESTARTS    PIC 9(03).
002470         10  CMD-CERTS       PIC 9(03).
002480         10  CMD-CERT-VERDICT
002490                             PIC X(01).
002500         10  CMD-ACKS        PIC 9(03).
002510         10  CMD-ACK-VERDICT PIC X(01).
002520         10  CMD-PINS        PIC 9(03).
002530         10  CMD-CLOSES      PIC 9(03).
002540         10  CMD-ACCT-CLOSES PIC 9(03).
002550 01  CMP-IX                  PIC 9(04) VALUE 0.
002560 01  CMP-LO                  PIC 9(04) VALUE 0.
002570 01  CMP-HI                  PIC 9(04) VALUE 0.
002580 01  CMP-MID                 PIC 9(04) VALUE 0.
002590 01  CMP-FOUND-IX            PIC 9(04) VALUE 0.
002600 01  CMP-LAST-BUS-IX         PIC 9(04) VALUE 0.
002610*
002620*--------------------------------------------------------------*
002630* RUN COUNTERS                                                 *
002640*--------------------------------------------------------------*
002650 01  CMP-TRAIL-READ          PIC 9(07) VALUE 0.
002660 01  CMP-TRAIL-IN-RANGE      PIC 9(07) VALUE 0.
002670 01  CMP-OFF-CALENDAR        PIC 9(07) VALUE 0.
002680 01  CMP-DAMAGED             PIC 9(07) VALUE 0.
002690 01  CMP-BUSINESS-DAYS       PIC 9(05) VALUE 0.
002700 01  CMP-DAYS-COMPLETE       PIC 9(05) VALUE 0.
002710 01  CMP-DAYS-FLAGGED        PIC 9(05) VALUE 0.
002720 01  CMP-NO-SORT-DAYS        PIC 9(05) VALUE 0.
002730 01  CMP-NOT-CLEAN-DAYS      PIC 9(05) VALUE 0.
002740 01  CMP-RESTART-DAYS        PIC 9(05) VALUE 0.
002750 01  CMP-RERUN-DAYS          PIC 9(05) VALUE 0.
002760 01  CMP-PINNED-DAYS         PIC 9(05) VALUE 0.
002770 01  CMP-CERT-MISS-DAYS      PIC 9(05) VALUE 0.
002780 01  CMP-MULTI-CERT-DAYS     PIC 9(05) VALUE 0.
002790 01  CMP-ACK-MISS-DAYS       PIC 9(05) VALUE 0.
002800 01  CMP-MONTH-ENDS          PIC 9(05) VALUE 0.
002810 01  CMP-CLOSE-MISS          PIC 9(05) VALUE 0.
002820 01  CMP-ODD-DAYS            PIC 9(05) VALUE 0.
002830 01  CMP-COUNT-EDIT          PIC ZZZ9.
002840 01  CMP-PAGE-COUNT          PIC 9(04) VALUE 0.
002850 01  CMP-LINE-COUNT          PIC 9(04) VALUE 0.
002860 01  CMP-LINES-PER-PAGE      PIC 9(04) VALUE 50.
002870*
002880*--------------------------------------------------------------*
002890* REPORT LINE LAYOUTS                                          *
002900*--------------------------------------------------------------*
002910 01  CMP-HEADING-1.
002920     05  FILLER              PIC X(30) VALUE
002930         "NUMCMPLT STREAM COMPLETENESS  ".
002940     05  FILLER              PIC X(05) VALUE "FROM ".
002950     05  CH1-FROM            PIC 9(08).
002960     05  FILLER              PIC X(04) VALUE " TO ".
002970     05  CH1-TO              PIC 9(08).
002980     05  FILLER              PIC X(16) VALUE SPACES.
002990     05  FILLER              PIC X(05) VALUE "PAGE ".
003000     05  CH1-PAGE            PIC ZZZ9.
003010 01  CMP-HEADING-2.
003020     05  FILLER              PIC X(40) VALUE
003030         "BUS DATE RUNS RC    CERT  ACK   CLOSE   ".
003040     05  FILLER              PIC X(40) VALUE
003050         "EXCEPTIONS".
003060 01  CMP-DETAIL-LINE.
003070     05  CDL-DATE            PIC X(08).
003080     05  FILLER              PIC X(01) VALUE SPACE.
003090     05  CDL-RUNS            PIC X(04).
003100     05  FILLER              PIC X(01) VALUE SPACE.
003110     05  CDL-RC              PIC X(04).
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  CDL-CERT            PIC X(05).
003140     05  FILLER              PIC X(01) VALUE SPACE.
003150     05  CDL-ACK             PIC X(05).
003160     05  FILLER              PIC X(01) VALUE SPACE.
003170     05  CDL-CLOSE           PIC X(05).
003180     05  FILLER              PIC X(01) VALUE SPACE.
003190     05  CDL-FLAG            PIC X(02).
003200     05  CDL-NOTE.
003210         10  CDN-TEXT        PIC X(34).
003220         10  CDN-VALUE       PIC X(04).
003230         10  FILLER          PIC X(02).
003240 01  CMP-TOTAL-LINE.
003250     05  CTL-LABEL           PIC X(40).
003260     05  CTL-COUNT           PIC Z(6)9.
003270 01  CMP-VERDICT-LINE        PIC X(80) VALUE SPACES.
003280*
003290 PROCEDURE DIVISION.
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 1100-READ-RANGE-CARD THRU 1100-EXIT.
003330     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
003340     PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT.
003350     PERFORM 4000-REPORT-DAYS THRU 4000-EXIT.
003360     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003370     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003380*
003390*--------------------------------------------------------------*
003400* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE REPORT OPEN  *
003410*--------------------------------------------------------------*
003420 1000-INITIALIZE.
003430     ACCEPT CMP-BUS-DATE FROM DATE YYYYMMDD.
003440     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003450*
003460     OPEN OUTPUT COMPLETE-REPORT-FILE.
003470     IF NOT COMPLETE-REPORT-OK
003480         DISPLAY "NUMCMPLT - UNABLE TO OPEN COMPLETE-REPORT-"
003490             "FILE, STATUS = " COMPLETE-REPORT-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         SET REPORT-HALTED TO TRUE
003520     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550*
003560*--------------------------------------------------------------*
003570* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
003580*                          THE BUSINESS-DATE CONTROL RECORD    *
003590*                          THE NUMBDATE STEP MAINTAINS. IT IS  *
003600*                          THE LAST DAY THAT CAN BE REPORTED.  *
003610*                          MISSING OR UNREADABLE CONTROL FALLS *
003620*                          BACK TO THE WALL CLOCK WITH RC 4.   *
003630*--------------------------------------------------------------*
003640 1050-GET-BUSINESS-DATE.
003650     OPEN INPUT BUSINESS-DATE-FILE.
003660     IF NOT BUSINESS-DATE-OK
003670         DISPLAY "NUMCMPLT - *** WARNING - NO BUSINESS-DATE "
003680             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
003690             "), WALL-CLOCK DATE IN USE ***"
003700         IF RETURN-CODE < 4
003710             MOVE 4 TO RETURN-CODE
003720         END-IF
003730         GO TO 1050-EXIT
003740     END-IF.
003750     READ BUSINESS-DATE-FILE
003760         AT END
003770             DISPLAY "NUMCMPLT - *** WARNING - BUSINESS-DATE "
003780                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
003790             IF RETURN-CODE < 4
003800                 MOVE 4 TO RETURN-CODE
003810             END-IF
003820             GO TO 1050-CLOSE
003830     END-READ.
003840     IF BDR-BUSINESS-DATE NUMERIC
003850         MOVE BDR-BUSINESS-DATE TO CMP-BUS-DATE
003860     ELSE
003870         DISPLAY "NUMCMPLT - *** WARNING - BUSINESS-DATE "
003880             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
003890             "USE ***"
003900         IF RETURN-CODE < 4
003910             MOVE 4 TO RETURN-CODE
003920         END-IF
003930     END-IF.
003940 1050-CLOSE.
003950     CLOSE BUSINESS-DATE-FILE.
003960 1050-EXIT.
003970     EXIT.
003980*
003990*--------------------------------------------------------------*
004000* 1100-READ-RANGE-CARD - FIRST AND LAST DATE FROM CMPCTL. A    *
004010*                        MISSING OR BLANK CARD REPORTS THE     *
004020*                        QUARTER TO DATE. A DATE THAT IS NOT   *
004030*                        CCYYMMDD, OR A FIRST DATE AFTER THE   *
004040*                        LAST, ABANDONS THE REPORT (RC 16) -   *
004050*                        AUDIT MUST GET THE RANGE IT ASKED     *
004060*                        FOR OR NONE.                          *
004070*--------------------------------------------------------------*
004080 1100-READ-RANGE-CARD.
004090     MOVE CMP-BUS-DATE-N TO CMP-TO-DATE.
004100     MOVE ZERO TO CMP-FROM-DATE-N.
004110     IF REPORT-HALTED
004120         GO TO 1100-EXIT
004130     END-IF.
004140     OPEN INPUT RANGE-CARD-FILE.
004150     IF NOT RANGE-CARD-OK
004160         DISPLAY "NUMCMPLT - NO CMPCTL CARD (STATUS = "
004170             RANGE-CARD-STATUS "), QUARTER TO DATE REPORTED"
004180         GO TO 1100-DEFAULT
004190     END-IF.
004200     READ RANGE-CARD-FILE
004210         AT END
004220             GO TO 1100-CLOSE
004230     END-READ.
004240     EVALUATE TRUE
004250         WHEN RCC-TO-DATE = SPACES
004260             CONTINUE
004270         WHEN RCC-TO-DATE NOT NUMERIC
004280             DISPLAY "NUMCMPLT - *** ERROR - CMPCTL LAST DATE "
004290                 "NOT CCYYMMDD (" RCC-TO-DATE ") ***"
004300             MOVE 16 TO RETURN-CODE
004310             SET REPORT-HALTED TO TRUE
004320         WHEN OTHER
004330             MOVE RCC-TO-DATE TO CMP-TO-DATE
004340     END-EVALUATE.
004350     EVALUATE TRUE
004360         WHEN RCC-FROM-DATE = SPACES
004370             CONTINUE
004380         WHEN RCC-FROM-DATE NOT NUMERIC
004390             DISPLAY "NUMCMPLT - *** ERROR - CMPCTL FIRST DATE "
004400                 "NOT CCYYMMDD (" RCC-FROM-DATE ") ***"
004410             MOVE 16 TO RETURN-CODE
004420             SET REPORT-HALTED TO TRUE
004430         WHEN OTHER
004440             MOVE RCC-FROM-DATE TO CMP-FROM-DATE
004450     END-EVALUATE.
004460 1100-CLOSE.
004470     CLOSE RANGE-CARD-FILE.
004480 1100-DEFAULT.
004490     IF REPORT-HALTED
004500         GO TO 1100-EXIT
004510     END-IF.
004520     IF CMP-TO-DATE > CMP-BUS-DATE-N
004530         DISPLAY "NUMCMPLT - LAST DATE " CMP-TO-DATE
004540             " IS AFTER THE BUSINESS DATE, REPORTING TO "
004550             CMP-BUS-DATE-N
004560         MOVE CMP-BUS-DATE-N TO CMP-TO-DATE
004570     END-IF.
004580     IF CMP-FROM-DATE-N = ZERO
004590         MOVE CMP-TO-DATE TO CMP-FROM-DATE-N
004600         COMPUTE CMP-QUARTER-NUMBER = (CMP-FROM-MM - 1) / 3
004610         COMPUTE CMP-FROM-MM = CMP-QUARTER-NUMBER * 3 + 1
004620         MOVE 1 TO CMP-FROM-DD
004630     END-IF.
004640     IF CMP-FROM-DATE-N > CMP-TO-DATE
004650         DISPLAY "NUMCMPLT - *** ERROR - FIRST DATE "
004660             CMP-FROM-DATE-N " IS AFTER THE LAST DATE "
004670             CMP-TO-DATE " ***"
004680         MOVE 16 TO RETURN-CODE
004690         SET REPORT-HALTED TO TRUE
004700         GO TO 1100-EXIT
004710     END-IF.
004720     DISPLAY "NUMCMPLT - REPORTING " CMP-FROM-DATE-N
004730         " TO " CMP-TO-DATE.
004740 1100-EXIT.
004750     EXIT.
004760*
004770*--------------------------------------------------------------*
004780* 1200-LOAD-CALENDAR - ONE TABLE ENTRY PER CALENDAR DAY IN THE *
004790*                      RANGE. A BUSINESS DAY WHOSE NEXT        *
004800*                      BUSINESS DAY FALLS IN ANOTHER MONTH IS  *
004810*                      THE MONTH-END, SO THE CALENDAR IS READ  *
004820*                      ONE BUSINESS DAY PAST THE RANGE. A      *
004830*                      MISSING OR OUT-OF-ORDER CALENDAR, A     *
004840*                      RANGE WITH NO BUSINESS DAY, OR A RANGE  *
004850*                      LONGER THAN THE TABLE ABANDONS THE      *
004860*                      REPORT (RC 16).                         *
004870*--------------------------------------------------------------*
004880 1200-LOAD-CALENDAR.
004890     IF REPORT-HALTED
004900         GO TO 1200-EXIT
004910     END-IF.
004920     OPEN INPUT CALENDAR-FILE.
004930     IF NOT CALENDAR-OK
004940         DISPLAY "NUMCMPLT - *** ERROR - UNABLE TO OPEN THE "
004950             "PROCESSING CALENDAR, STATUS = " CALENDAR-STATUS
004960             " ***"
004970         MOVE 16 TO RETURN-CODE
004980         SET REPORT-HALTED TO TRUE
004990         GO TO 1200-EXIT
005000     END-IF.
005010*
005020     MOVE ZERO TO CMP-DAY-COUNT.
005030     MOVE ZERO TO CMP-LAST-BUS-IX.
005040     SET CAL-EOF-NO TO TRUE.
005050     SET PAST-RANGE-NO TO TRUE.
005060     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT.
005070     PERFORM UNTIL CAL-EOF-YES OR PAST-RANGE-YES
005080             OR REPORT-HALTED
005090         IF CAL-DATE NUMERIC
005100                 AND CAL-DATE NOT < CMP-FROM-DATE
005110             PERFORM 1300-LOAD-ONE-DAY THRU 1300-EXIT
005120         END-IF
005130         PERFORM 1250-READ-CALENDAR THRU 1250-EXIT
005140     END-PERFORM.
005150     CLOSE CALENDAR-FILE.
005160     IF REPORT-HALTED
005170         GO TO 1200-EXIT
005180     END-IF.
005190*
005200     IF CMP-LAST-BUS-IX = 0
005210         DISPLAY "NUMCMPLT - *** ERROR - NO BUSINESS DAY ON "
005220             "THE CALENDAR FROM " CMP-FROM-DATE-N " TO "
005230             CMP-TO-DATE " ***"
005240         MOVE 16 TO RETURN-CODE
005250         SET REPORT-HALTED TO TRUE
005260     END-IF.
005270 1200-EXIT.
005280     EXIT.
005290*
005300*--------------------------------------------------------------*
005310* 1250-READ-CALENDAR - READ ONE CALENDAR RECORD                *
005320*--------------------------------------------------------------*
005330 1250-READ-CALENDAR.
005340     READ CALENDAR-FILE
005350         AT END
005360             SET CAL-EOF-YES TO TRUE
005370     END-READ.
005380 1250-EXIT.
005390     EXIT.
005400*
005410*--------------------------------------------------------------*
005420* 1300-LOAD-ONE-DAY - TABLE ONE CALENDAR DAY, OR - PAST THE    *
005430*                     RANGE - SETTLE WHETHER THE LAST BUSINESS *
005440*                     DAY IN IT CLOSED ITS MONTH.              *
005450*--------------------------------------------------------------*
005460 1300-LOAD-ONE-DAY.
005470     IF CAL-DATE > CMP-TO-DATE
005480         IF CAL-DAY-TYPE = "B"
005490             IF CMP-LAST-BUS-IX > 0
005500                 MOVE CMD-DATE(CMP-LAST-BUS-IX) TO CMP-WORK-DATE
005510                 IF CAL-DATE(1:6) NOT = CMP-WORK-MONTH
005520                     MOVE "Y" TO CMD-MONTH-END-SW(CMP-LAST-BUS-IX)
005530                 END-IF
005540             END-IF
005550             SET PAST-RANGE-YES TO TRUE
005560         END-IF
005570         GO TO 1300-EXIT
005580     END-IF.
005590*
005600     IF CMP-DAY-COUNT > 0
005610         IF CAL-DATE NOT > CMD-DATE(CMP-DAY-COUNT)
005620             DISPLAY "NUMCMPLT - *** ERROR - CALENDAR OUT OF "
005630                 "DATE ORDER AT " CAL-DATE " ***"
005640             MOVE 16 TO RETURN-CODE
005650             SET REPORT-HALTED TO TRUE
005660             GO TO 1300-EXIT
005670         END-IF
005680     END-IF.
005690     IF CMP-DAY-COUNT = CMP-DAY-MAX
005700         DISPLAY "NUMCMPLT - *** ERROR - RANGE LONGER THAN "
005710             CMP-DAY-MAX " CALENDAR DAYS, SPLIT THE REQUEST ***"
005720         MOVE 16 TO RETURN-CODE
005730         SET REPORT-HALTED TO TRUE
005740         GO TO 1300-EXIT
005750     END-IF.
005760*
005770     ADD 1 TO CMP-DAY-COUNT.
005780     MOVE CAL-DATE TO CMD-DATE(CMP-DAY-COUNT).
005790     MOVE "N" TO CMD-BUSINESS-SW(CMP-DAY-COUNT).
005800     MOVE "N" TO CMD-MONTH-END-SW(CMP-DAY-COUNT).
005810     MOVE ZERO TO CMD-SORT-RUNS(CMP-DAY-COUNT).
005820     MOVE SPACES TO CMD-SORT-RC(CMP-DAY-COUNT).
005830     MOVE ZERO TO CMD-RESTARTS(CMP-DAY-COUNT).
005840     MOVE ZERO TO CMD-CERTS(CMP-DAY-COUNT).
005850     MOVE SPACE TO CMD-CERT-VERDICT(CMP-DAY-COUNT).
005860     MOVE ZERO TO CMD-ACKS(CMP-DAY-COUNT).
005870     MOVE SPACE TO CMD-ACK-VERDICT(CMP-DAY-COUNT).
005880     MOVE ZERO TO CMD-PINS(CMP-DAY-COUNT).
005890     MOVE ZERO TO CMD-CLOSES(CMP-DAY-COUNT).
005900     MOVE ZERO TO CMD-ACCT-CLOSES(CMP-DAY-COUNT).
005910     IF CAL-DAY-TYPE NOT = "B"
005920         GO TO 1300-EXIT
005930     END-IF.
005940*
005950     MOVE "Y" TO CMD-BUSINESS-SW(CMP-DAY-COUNT).
005960     ADD 1 TO CMP-BUSINESS-DAYS.
005970     IF CMP-LAST-BUS-IX > 0
005980         MOVE CMD-DATE(CMP-LAST-BUS-IX) TO CMP-WORK-DATE
005990         IF CAL-DATE(1:6) NOT = CMP-WORK-MONTH
006000             MOVE "Y" TO CMD-MONTH-END-SW(CMP-LAST-BUS-IX)
006010         END-IF
006020     END-IF.
006030     MOVE CMP-DAY-COUNT TO CMP-LAST-BUS-IX.
006040 1300-EXIT.
006050     EXIT.
006060*
006070*--------------------------------------------------------------*
006080* 2000-SCAN-AUDIT-TRAIL - ONE PASS OVER THE PERMANENT TRAIL,   *
006090*                         POSTING EVERY RECORD FOR A DAY IN    *
006100*                         THE RANGE TO THAT DAY'S ENTRY. THE   *
006110*                         TRAIL IS IN THE ORDER IT WAS         *
006120*                         WRITTEN, SO THE LAST SORT RC AND     *
006130*                         THE LAST VERDICT FOR A DAY ARE THE   *
006140*                         FINAL ONES. A MISSING TRAIL          *
006150*                         ABANDONS THE REPORT (RC 16), AS DOES *
006160*                         A RANGE STARTING BEFORE THE LATEST   *
006170*                         RETENTION CUTOFF WHEN NO RECORD DATED*
006180*                         BEFORE THAT CUTOFF WAS READ - THE    *
006190*                         ARCHIVE WAS NOT CONCATENATED, AND THE*
006200*                         ARCHIVED DAYS WOULD ALL SHOW AS      *
006210*                         MISSING.                             *
006220*--------------------------------------------------------------*
006230 2000-SCAN-AUDIT-TRAIL.
006240     IF REPORT-HALTED
006250         GO TO 2000-EXIT
006260     END-IF.
006270     OPEN INPUT AUDIT-IN-FILE.
006280     IF NOT AUDIT-IN-OK
006290         DISPLAY "NUMCMPLT - *** ERROR - UNABLE TO OPEN AUDIT-"
006300             "IN-FILE, STATUS = " AUDIT-IN-STATUS " ***"
006310         MOVE 16 TO RETURN-CODE
006320         SET REPORT-HALTED TO TRUE
006330         GO TO 2000-EXIT
006340     END-IF.
006350*
006360     SET AUDIT-EOF-NO TO TRUE.
006370     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
006380     PERFORM UNTIL AUDIT-EOF-YES
006390         ADD 1 TO CMP-TRAIL-READ
006400         PERFORM 2200-POST-RECORD THRU 2200-EXIT
006410         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
006420     END-PERFORM.
006430     CLOSE AUDIT-IN-FILE.
006440*
006450     IF CMP-RETN-CUTOFF NOT = SPACES
006460             AND CMP-FROM-DATE < CMP-RETN-CUTOFF
006470             AND CMP-EARLIEST-DATE NOT < CMP-RETN-CUTOFF
006480         DISPLAY "NUMCMPLT - *** ERROR - RANGE STARTS BEFORE "
006490             "RETENTION CUTOFF " CMP-RETN-CUTOFF
006500             " - CONCATENATE RUN.AUDIT.ARCHIVE ON AUDIN ***"
006510         MOVE 16 TO RETURN-CODE
006520         SET REPORT-HALTED TO TRUE
006530     END-IF.
006540 2000-EXIT.
006550     EXIT.
006560*
006570*--------------------------------------------------------------*
006580* 2100-READ-AUDIT - READ ONE AUDIT TRAIL RECORD                *
006590*--------------------------------------------------------------*
006600 2100-READ-AUDIT.
006610     READ AUDIT-IN-FILE
006620         AT END
006630             SET AUDIT-EOF-YES TO TRUE
006640     END-READ.
006650 2100-EXIT.
006660     EXIT.
006670*
006680*--------------------------------------------------------------*
006690* 2200-POST-RECORD - ROUTE ONE TRAIL RECORD BY ITS KIND. THE   *
006700*                    LEDGER ACK BELONGS TO THE NIGHT WHOSE     *
006710*                    EXTRACT IT CONFIRMS; A CLOSE BELONGS TO   *
006720*                    THE MONTH-END OF THE MONTH IT CLOSED.     *
006730*                    A RETENTION RECORD ONLY POSTS ITS         *
006740*                    CUTOFF; EVERY OTHER DATED RECORD IS       *
006750*                    CHECKED AGAINST THE EARLIEST DAY SEEN.    *
006760*                    REVERSAL AND UNKNOWN RECORDS PASS OVER.   *
006770*--------------------------------------------------------------*
006780 2200-POST-RECORD.
006790     IF ATG-TAG = "RETN"
006800         PERFORM 2500-POST-RETENTION THRU 2500-EXIT
006810         GO TO 2200-EXIT
006820     END-IF.
006830     IF AIN-RUN-DATE NUMERIC
006840         MOVE AIN-RUN-DATE TO CMP-RECORD-DATE
006850     ELSE
006860         MOVE ATG-RUN-DATE TO CMP-RECORD-DATE
006870     END-IF.
006880     IF CMP-RECORD-DATE NUMERIC
006890             AND CMP-RECORD-DATE < CMP-EARLIEST-DATE
006900         MOVE CMP-RECORD-DATE TO CMP-EARLIEST-DATE
006910     END-IF.
006920*
006930     EVALUATE TRUE
006940         WHEN AIN-RUN-DATE NUMERIC
006950             MOVE AIN-RUN-DATE TO CMP-SEARCH-DATE
006960             PERFORM 3000-FIND-DAY THRU 3000-EXIT
006970             IF DAY-FOUND-YES
006980                 PERFORM 2300-POST-SORT THRU 2300-EXIT
006990             END-IF
007000         WHEN ATG-TAG = "CERT"
007010             MOVE ATG-RUN-DATE TO CMP-SEARCH-DATE
007020             PERFORM 3000-FIND-DAY THRU 3000-EXIT
007030             IF DAY-FOUND-YES
007040                 ADD 1 TO CMD-CERTS(CMP-FOUND-IX)
007050                 MOVE ACR-VERDICT
007060                     TO CMD-CERT-VERDICT(CMP-FOUND-IX)
007070             END-IF
007080         WHEN ATG-TAG = "LACK"
007090             IF AAK-EXTRACT-DATE NUMERIC
007100                 MOVE AAK-EXTRACT-DATE TO CMP-SEARCH-DATE
007110             ELSE
007120                 MOVE ATG-RUN-DATE TO CMP-SEARCH-DATE
007130             END-IF
007140             PERFORM 3000-FIND-DAY THRU 3000-EXIT
007150             IF DAY-FOUND-YES
007160                 ADD 1 TO CMD-ACKS(CMP-FOUND-IX)
007170                 MOVE AAK-VERDICT
007180                     TO CMD-ACK-VERDICT(CMP-FOUND-IX)
007190             END-IF
007200         WHEN ATG-TAG = "CLOS" OR ATG-TAG = "ACLS"
007210             PERFORM 2400-POST-CLOSE THRU 2400-EXIT
007220         WHEN ATG-TAG = "BDAT"
007230             MOVE ATG-RUN-DATE TO CMP-SEARCH-DATE
007240             PERFORM 3000-FIND-DAY THRU 3000-EXIT
007250             IF DAY-FOUND-YES AND ABD-HOW-SET = "P"
007260                 ADD 1 TO CMD-PINS(CMP-FOUND-IX)
007270             END-IF
007280         WHEN OTHER
007290             CONTINUE
007300     END-EVALUATE.
007310 2200-EXIT.
007320     EXIT.
007330*
007340*--------------------------------------------------------------*
007350* 2300-POST-SORT - ONE SORT EXECUTION. A RETURN CODE THAT IS   *
007360*                  NOT NUMERIC IS A DAMAGED RECORD; THE RUN    *
007370*                  STILL COUNTS.                               *
007380*--------------------------------------------------------------*
007390 2300-POST-SORT.
007400     ADD 1 TO CMD-SORT-RUNS(CMP-FOUND-IX).
007410     IF AIN-RETURN-CODE NUMERIC
007420         MOVE AIN-RETURN-CODE TO CMD-SORT-RC(CMP-FOUND-IX)
007430     ELSE
007440         MOVE "????" TO CMD-SORT-RC(CMP-FOUND-IX)
007450         PERFORM 3100-COUNT-DAMAGED THRU 3100-EXIT
007460     END-IF.
007470     IF AIN-RESTART-FLAG = "Y"
007480         ADD 1 TO CMD-RESTARTS(CMP-FOUND-IX)
007490     END-IF.
007500 2300-EXIT.
007510     EXIT.
007520*
007530*--------------------------------------------------------------*
007540* 2400-POST-CLOSE - ONE "CLOS" (MTD MASTER) OR "ACLS" (ACCOUNT *
007550*                   MASTER) CLOSE, POSTED TO THE MONTH-END DAY *
007560*                   OF THE MONTH IT CLOSED. A MONTH WHOSE      *
007570*                   MONTH-END IS OUTSIDE THE RANGE IS PASSED   *
007580*                   OVER.                                      *
007590*--------------------------------------------------------------*
007600 2400-POST-CLOSE.
007610     IF ACL-CLOSED-MONTH NOT NUMERIC
007620         PERFORM 3100-COUNT-DAMAGED THRU 3100-EXIT
007630         GO TO 2400-EXIT
007640     END-IF.
007650     MOVE ACL-CLOSED-MONTH TO CMP-SEARCH-MONTH.
007660     SET DAY-FOUND-NO TO TRUE.
007670     PERFORM VARYING CMP-IX FROM 1 BY 1
007680             UNTIL CMP-IX > CMP-DAY-COUNT
007690             OR DAY-FOUND-YES
007700         MOVE CMD-DATE(CMP-IX) TO CMP-WORK-DATE
007710         IF CMD-MONTH-END(CMP-IX)
007720                 AND CMP-WORK-MONTH = CMP-SEARCH-MONTH
007730             SET DAY-FOUND-YES TO TRUE
007740             MOVE CMP-IX TO CMP-FOUND-IX
007750         END-IF
007760     END-PERFORM.
007770     IF DAY-FOUND-NO
007780         GO TO 2400-EXIT
007790     END-IF.
007800     ADD 1 TO CMP-TRAIL-IN-RANGE.
007810     IF ATG-TAG = "CLOS"
007820         ADD 1 TO CMD-CLOSES(CMP-FOUND-IX)
007830     ELSE
007840         ADD 1 TO CMD-ACCT-CLOSES(CMP-FOUND-IX)
007850     END-IF.
007860 2400-EXIT.
007870     EXIT.
007880*
007890*--------------------------------------------------------------*
007900* 2500-POST-RETENTION - ONE NUMRETN TRIM. THE LATEST CUTOFF IS *
007910*                       KEPT; RECORDS FROM THE ARCHIVE MAY     *
007920*                       CARRY EARLIER ONES. A CUTOFF THAT IS   *
007930*                       NOT A DATE IS A DAMAGED RECORD.        *
007940*--------------------------------------------------------------*
007950 2500-POST-RETENTION.
007960     IF ART-CUTOFF-DATE NOT NUMERIC
007970         PERFORM 3100-COUNT-DAMAGED THRU 3100-EXIT
007980         GO TO 2500-EXIT
007990     END-IF.
008000     IF CMP-RETN-CUTOFF = SPACES
008010             OR ART-CUTOFF-DATE > CMP-RETN-CUTOFF
008020         MOVE ART-CUTOFF-DATE TO CMP-RETN-CUTOFF
008030     END-IF.
008040 2500-EXIT.
008050     EXIT.
008060*
008070*--------------------------------------------------------------*
008080* 3000-FIND-DAY - BINARY SEARCH OF THE DAY TABLE FOR           *
008090*                 CMP-SEARCH-DATE. A DATE OUTSIDE THE RANGE IS *
008100*                 SIMPLY NOT FOUND; ONE INSIDE IT THAT IS NOT  *
008110*                 ON THE CALENDAR IS COUNTED, AND ONE THAT IS  *
008120*                 NOT A DATE AT ALL IS A DAMAGED RECORD.       *
008130*--------------------------------------------------------------*
008140 3000-FIND-DAY.
008150     SET DAY-FOUND-NO TO TRUE.
008160     IF CMP-SEARCH-DATE NOT NUMERIC
008170         PERFORM 3100-COUNT-DAMAGED THRU 3100-EXIT
008180         GO TO 3000-EXIT
008190     END-IF.
008200     IF CMP-SEARCH-DATE < CMP-FROM-DATE
008210             OR CMP-SEARCH-DATE > CMP-TO-DATE
008220         GO TO 3000-EXIT
008230     END-IF.
008240     ADD 1 TO CMP-TRAIL-IN-RANGE.
008250*
008260     MOVE 1 TO CMP-LO.
008270     MOVE CMP-DAY-COUNT TO CMP-HI.
008280     PERFORM UNTIL CMP-LO > CMP-HI OR DAY-FOUND-YES
008290         COMPUTE CMP-MID = (CMP-LO + CMP-HI) / 2
008300         EVALUATE TRUE
008310             WHEN CMD-DATE(CMP-MID) = CMP-SEARCH-DATE
008320                 SET DAY-FOUND-YES TO TRUE
008330                 MOVE CMP-MID TO CMP-FOUND-IX
008340             WHEN CMD-DATE(CMP-MID) < CMP-SEARCH-DATE
008350                 COMPUTE CMP-LO = CMP-MID + 1
008360             WHEN OTHER
008370                 COMPUTE CMP-HI = CMP-MID - 1
008380         END-EVALUATE
008390     END-PERFORM.
008400     IF DAY-FOUND-NO
008410         ADD 1 TO CMP-OFF-CALENDAR
008420         IF RETURN-CODE < 4
008430             MOVE 4 TO RETURN-CODE
008440         END-IF
008450     END-IF.
008460 3000-EXIT.
008470     EXIT.
008480*
008490*--------------------------------------------------------------*
008500* 3100-COUNT-DAMAGED - A TRAIL RECORD THAT CANNOT BE READ.     *
008510*                      IT IS SKIPPED AND THE RUN ENDS RC 8 -   *
008520*                      THE PROOF MAY BE MISSING A PIECE.       *
008530*--------------------------------------------------------------*
008540 3100-COUNT-DAMAGED.
008550     ADD 1 TO CMP-DAMAGED.
008560     IF RETURN-CODE < 8
008570         MOVE 8 TO RETURN-CODE
008580     END-IF.
008590 3100-EXIT.
008600     EXIT.
008610*
008620*--------------------------------------------------------------*
008630* 4000-REPORT-DAYS - ONE LINE PER BUSINESS DAY IN CALENDAR     *
008640*                    ORDER, WITH A CONTINUATION LINE FOR EACH  *
008650*                    FURTHER EXCEPTION. A NON-BUSINESS DAY IS  *
008660*                    LISTED ONLY WHEN SOMETHING RAN UNDER IT.  *
008670*--------------------------------------------------------------*
008680 4000-REPORT-DAYS.
008690     IF REPORT-HALTED
008700         GO TO 4000-EXIT
008710     END-IF.
008720     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
008730     PERFORM VARYING CMP-IX FROM 1 BY 1
008740             UNTIL CMP-IX > CMP-DAY-COUNT
008750         IF CMD-BUSINESS-DAY(CMP-IX)
008760             PERFORM 4100-JUDGE-BUSINESS-DAY THRU 4100-EXIT
008770         ELSE
008780             PERFORM 4300-JUDGE-OTHER-DAY THRU 4300-EXIT
008790         END-IF
008800     END-PERFORM.
008810 4000-EXIT.
008820     EXIT.
008830*
008840*--------------------------------------------------------------*
008850* 4100-JUDGE-BUSINESS-DAY - EVERY PIECE THE NIGHT SHOULD HAVE  *
008860*                           LEFT ON THE TRAIL. THE LEDGER ACK  *
008870*                           AND THE MONTH-END CLOSE FOR THE    *
008880*                           CURRENT BUSINESS DATE ARE NOT YET  *
008890*                           DUE AND ARE SHOWN, NOT FLAGGED.    *
008900*--------------------------------------------------------------*
008910 4100-JUDGE-BUSINESS-DAY.
008920     PERFORM 4200-FORMAT-DAY THRU 4200-EXIT.
008930     SET DAY-IS-CLEAN TO TRUE.
008940*
008950     IF CMD-SORT-RUNS(CMP-IX) = 0
008960         MOVE "NO SORT EXECUTION ON THE TRAIL" TO CDN-TEXT
008970         ADD 1 TO CMP-NO-SORT-DAYS
008980         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
008990     ELSE
009000         IF CMD-SORT-RC(CMP-IX) NOT = "0000"
009010             MOVE "SORT DID NOT END CLEAN - FINAL RC"
009020                 TO CDN-TEXT
009030             MOVE CMD-SORT-RC(CMP-IX) TO CDN-VALUE
009040             ADD 1 TO CMP-NOT-CLEAN-DAYS
009050             PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009060         END-IF
009070     END-IF.
009080     IF CMD-RESTARTS(CMP-IX) > 0
009090         MOVE "CHECKPOINT RESTART - RESTARTS" TO CDN-TEXT
009100         MOVE CMD-RESTARTS(CMP-IX) TO CMP-COUNT-EDIT
009110         MOVE CMP-COUNT-EDIT TO CDN-VALUE
009120         ADD 1 TO CMP-RESTART-DAYS
009130         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009140     END-IF.
009150     IF CMD-SORT-RUNS(CMP-IX) > 1
009160         MOVE "SORT RAN MORE THAN ONCE - RUNS" TO CDN-TEXT
009170         MOVE CMD-SORT-RUNS(CMP-IX) TO CMP-COUNT-EDIT
009180         MOVE CMP-COUNT-EDIT TO CDN-VALUE
009190         ADD 1 TO CMP-RERUN-DAYS
009200         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009210     END-IF.
009220     IF CMD-PINS(CMP-IX) > 0
009230         MOVE "RERUN UNDER A PINNED BDCARD DATE" TO CDN-TEXT
009240         ADD 1 TO CMP-PINNED-DAYS
009250         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009260     END-IF.
009270*
009280     EVALUATE TRUE
009290         WHEN CMD-CERTS(CMP-IX) = 0
009300             MOVE "NO BALANCING CERTIFICATE" TO CDN-TEXT
009310             ADD 1 TO CMP-CERT-MISS-DAYS
009320             PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009330         WHEN CMD-CERT-VERDICT(CMP-IX) NOT = "B"
009340             MOVE "CERTIFICATE DID NOT BALANCE" TO CDN-TEXT
009350             ADD 1 TO CMP-CERT-MISS-DAYS
009360             PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009370     END-EVALUATE.
009380     IF CMD-CERTS(CMP-IX) > 1
009390         MOVE "MORE THAN ONE CERTIFICATE - CERTS" TO CDN-TEXT
009400         MOVE CMD-CERTS(CMP-IX) TO CMP-COUNT-EDIT
009410         MOVE CMP-COUNT-EDIT TO CDN-VALUE
009420         ADD 1 TO CMP-MULTI-CERT-DAYS
009430         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009440     END-IF.
009450*
009460     EVALUATE TRUE
009470         WHEN CMD-ACKS(CMP-IX) = 0
009480                 AND CMD-DATE(CMP-IX) = CMP-BUS-DATE
009490             MOVE "LEDGER ACK NOT YET DUE" TO CDN-TEXT
009500             PERFORM 4600-ADD-NOTE THRU 4600-EXIT
009510         WHEN CMD-ACKS(CMP-IX) = 0
009520             MOVE "NO LEDGER ACK ON THE TRAIL" TO CDN-TEXT
009530             ADD 1 TO CMP-ACK-MISS-DAYS
009540             PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009550         WHEN CMD-ACK-VERDICT(CMP-IX) = "M"
009560             MOVE "LEDGER ACK NEVER ARRIVED" TO CDN-TEXT
009570             ADD 1 TO CMP-ACK-MISS-DAYS
009580             PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009590         WHEN CMD-ACK-VERDICT(CMP-IX) NOT = "B"
009600             MOVE "LEDGER ACK OUT OF BALANCE" TO CDN-TEXT
009610             ADD 1 TO CMP-ACK-MISS-DAYS
009620             PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
009630     END-EVALUATE.
009640*
009650     IF CMD-MONTH-END(CMP-IX)
009660         PERFORM 4400-JUDGE-MONTH-END THRU 4400-EXIT
009670     END-IF.
009680*
009690     IF DAY-IS-CLEAN
009700         ADD 1 TO CMP-DAYS-COMPLETE
009710     ELSE
009720         ADD 1 TO CMP-DAYS-FLAGGED
009730     END-IF.
009740     IF DETAIL-PENDING
009750         MOVE "COMPLETE" TO CDN-TEXT
009760         PERFORM 4600-ADD-NOTE THRU 4600-EXIT
009770     END-IF.
009780 4100-EXIT.
009790     EXIT.
009800*
009810*--------------------------------------------------------------*
009820* 4200-FORMAT-DAY - THE FIXED COLUMNS OF A DAY'S FIRST LINE    *
009830*--------------------------------------------------------------*
009840 4200-FORMAT-DAY.
009850     MOVE SPACES TO CMP-DETAIL-LINE.
009860     MOVE CMD-DATE(CMP-IX) TO CDL-DATE.
009870     MOVE CMD-SORT-RUNS(CMP-IX) TO CMP-COUNT-EDIT.
009880     MOVE CMP-COUNT-EDIT TO CDL-RUNS.
009890     IF CMD-SORT-RUNS(CMP-IX) = 0
009900         MOVE "----" TO CDL-RC
009910     ELSE
009920         MOVE CMD-SORT-RC(CMP-IX) TO CDL-RC
009930     END-IF.
009940     EVALUATE TRUE
009950         WHEN CMD-CERTS(CMP-IX) = 0
009960             MOVE "NONE" TO CDL-CERT
009970         WHEN CMD-CERT-VERDICT(CMP-IX) = "B"
009980             MOVE "BAL" TO CDL-CERT
009990         WHEN OTHER
010000             MOVE "UNBAL" TO CDL-CERT
010010     END-EVALUATE.
010020     EVALUATE TRUE
010030         WHEN CMD-ACKS(CMP-IX) = 0
010040                 AND CMD-DATE(CMP-IX) = CMP-BUS-DATE
010050             MOVE "DUE" TO CDL-ACK
010060         WHEN CMD-ACKS(CMP-IX) = 0
010070             MOVE "NONE" TO CDL-ACK
010080         WHEN CMD-ACK-VERDICT(CMP-IX) = "B"
010090             MOVE "BAL" TO CDL-ACK
010100         WHEN CMD-ACK-VERDICT(CMP-IX) = "M"
010110             MOVE "MISS" TO CDL-ACK
010120         WHEN OTHER
010130             MOVE "UNBAL" TO CDL-ACK
010140     END-EVALUATE.
010150     EVALUATE TRUE
010160         WHEN NOT CMD-MONTH-END(CMP-IX)
010170             MOVE SPACES TO CDL-CLOSE
010180         WHEN CMD-CLOSES(CMP-IX) > 0
010190                 AND CMD-ACCT-CLOSES(CMP-IX) > 0
010200             MOVE "DONE" TO CDL-CLOSE
010210         WHEN CMD-CLOSES(CMP-IX) > 0
010220                 OR CMD-ACCT-CLOSES(CMP-IX) > 0
010230             MOVE "PART" TO CDL-CLOSE
010240         WHEN CMD-DATE(CMP-IX) = CMP-BUS-DATE
010250             MOVE "DUE" TO CDL-CLOSE
010260         WHEN OTHER
010270             MOVE "NONE" TO CDL-CLOSE
010280     END-EVALUATE.
010290     SET DETAIL-PENDING TO TRUE.
010300 4200-EXIT.
010310     EXIT.
010320*
010330*--------------------------------------------------------------*
010340* 4300-JUDGE-OTHER-DAY - A WEEKEND OR HOLIDAY. NOTHING SHOULD  *
010350*                        RUN UNDER IT; IF ANYTHING DID (A PIN  *
010360*                        TO THE WRONG DATE, SAY) IT IS LISTED  *
010370*                        AND FLAGGED.                          *
010380*--------------------------------------------------------------*
010390 4300-JUDGE-OTHER-DAY.
010400     IF CMD-SORT-RUNS(CMP-IX) = 0
010410             AND CMD-CERTS(CMP-IX) = 0
010420             AND CMD-ACKS(CMP-IX) = 0
010430             AND CMD-PINS(CMP-IX) = 0
010440         GO TO 4300-EXIT
010450     END-IF.
010460     PERFORM 4200-FORMAT-DAY THRU 4200-EXIT.
010470     ADD 1 TO CMP-ODD-DAYS.
010480     MOVE "ACTIVITY ON A NON-BUSINESS DAY" TO CDN-TEXT.
010490     PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT.
010500     IF CMD-PINS(CMP-IX) > 0
010510         MOVE "RERUN UNDER A PINNED BDCARD DATE" TO CDN-TEXT
010520         ADD 1 TO CMP-PINNED-DAYS
010530         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
010540     END-IF.
010550 4300-EXIT.
010560     EXIT.
010570*
010580*--------------------------------------------------------------*
010590* 4400-JUDGE-MONTH-END - THE LAST BUSINESS DAY OF A MONTH      *
010600*                        NEEDS BOTH NUMCLOSE RECORDS: "CLOS"   *
010610*                        FOR THE MTD MASTER AND "ACLS" FOR THE *
010620*                        ACCOUNT MASTER, EACH EXACTLY ONCE.    *
010630*--------------------------------------------------------------*
010640 4400-JUDGE-MONTH-END.
010650     ADD 1 TO CMP-MONTH-ENDS.
010660     IF CMD-CLOSES(CMP-IX) = 0
010670             AND CMD-ACCT-CLOSES(CMP-IX) = 0
010680             AND CMD-DATE(CMP-IX) = CMP-BUS-DATE
010690         MOVE "MONTH-END CLOSE NOT YET RUN" TO CDN-TEXT
010700         PERFORM 4600-ADD-NOTE THRU 4600-EXIT
010710         GO TO 4400-EXIT
010720     END-IF.
010730     IF CMD-CLOSES(CMP-IX) = 0
010740             OR CMD-ACCT-CLOSES(CMP-IX) = 0
010750         ADD 1 TO CMP-CLOSE-MISS
010760     END-IF.
010770     IF CMD-CLOSES(CMP-IX) = 0
010780         MOVE "MONTH-END CLOSE (CLOS) NOT RUN" TO CDN-TEXT
010790         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
010800     END-IF.
010810     IF CMD-ACCT-CLOSES(CMP-IX) = 0
010820         MOVE "ACCOUNT CLOSE (ACLS) NOT RUN" TO CDN-TEXT
010830         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
010840     END-IF.
010850     IF CMD-CLOSES(CMP-IX) > 1
010860         MOVE "MONTH CLOSED MORE THAN ONCE - RUNS" TO CDN-TEXT
010870         MOVE CMD-CLOSES(CMP-IX) TO CMP-COUNT-EDIT
010880         MOVE CMP-COUNT-EDIT TO CDN-VALUE
010890         PERFORM 4500-ADD-EXCEPTION THRU 4500-EXIT
010900     END-IF.
010910 4400-EXIT.
010920     EXIT.
010930*
010940*--------------------------------------------------------------*
010950* 4500-ADD-EXCEPTION - FLAG THE DAY AND PRINT THE REASON IN    *
010960*                      CDL-NOTE. RC 4 SO THE REPORT IS READ.   *
010970*--------------------------------------------------------------*
010980 4500-ADD-EXCEPTION.
010990     SET DAY-HAS-EXCEPTION TO TRUE.
011000     MOVE "**" TO CDL-FLAG.
011010     PERFORM 4700-WRITE-LINE THRU 4700-EXIT.
011020     IF RETURN-CODE < 4
011030         MOVE 4 TO RETURN-CODE
011040     END-IF.
011050 4500-EXIT.
011060     EXIT.
011070*
011080*--------------------------------------------------------------*
011090* 4600-ADD-NOTE - PRINT AN INFORMATION NOTE, NOT FLAGGED       *
011100*--------------------------------------------------------------*
011110 4600-ADD-NOTE.
011120     MOVE SPACES TO CDL-FLAG.
011130     PERFORM 4700-WRITE-LINE THRU 4700-EXIT.
011140 4600-EXIT.
011150     EXIT.
011160*
011170*--------------------------------------------------------------*
011180* 4700-WRITE-LINE - THE FIRST NOTE OF A DAY GOES ON ITS DETAIL *
011190*                   LINE; EACH FURTHER NOTE ON A CONTINUATION  *
011200*                   LINE WITH THE DAY COLUMNS LEFT BLANK.      *
011210*--------------------------------------------------------------*
011220 4700-WRITE-LINE.
011230     IF DETAIL-WRITTEN
011240         MOVE SPACES TO CDL-DATE
011250         MOVE SPACES TO CDL-RUNS
011260         MOVE SPACES TO CDL-RC
011270         MOVE SPACES TO CDL-CERT
011280         MOVE SPACES TO CDL-ACK
011290         MOVE SPACES TO CDL-CLOSE
011300     END-IF.
011310     IF CMP-LINE-COUNT >= CMP-LINES-PER-PAGE
011320         PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT
011330     END-IF.
011340     WRITE COMPLETE-REPORT-RECORD FROM CMP-DETAIL-LINE.
011350     ADD 1 TO CMP-LINE-COUNT.
011360     SET DETAIL-WRITTEN TO TRUE.
011370     MOVE SPACES TO CDL-NOTE.
011380 4700-EXIT.
011390     EXIT.
011400*
011410*--------------------------------------------------------------*
011420* 4900-PRINT-HEADINGS - PAGE HEADINGS FOR THE DAY LISTING      *
011430*--------------------------------------------------------------*
011440 4900-PRINT-HEADINGS.
011450     ADD 1 TO CMP-PAGE-COUNT.
011460     MOVE CMP-PAGE-COUNT TO CH1-PAGE.
011470     MOVE CMP-FROM-DATE-N TO CH1-FROM.
011480     MOVE CMP-TO-DATE TO CH1-TO.
011490     WRITE COMPLETE-REPORT-RECORD FROM CMP-HEADING-1.
011500     WRITE COMPLETE-REPORT-RECORD FROM CMP-HEADING-2.
011510     MOVE ZERO TO CMP-LINE-COUNT.
011520 4900-EXIT.
011530     EXIT.
011540*
011550*--------------------------------------------------------------*
011560* 6000-WRITE-TOTALS - THE SUMMARY AUDIT SIGNS OFF AGAINST, AND *
011570*                     THE ONE-LINE VERDICT                     *
011580*--------------------------------------------------------------*
011590 6000-WRITE-TOTALS.
011600     IF NOT COMPLETE-REPORT-OK
011610         GO TO 6000-EXIT
011620     END-IF.
011630     IF REPORT-HALTED
011640         MOVE "*** REPORT ABANDONED - SEE THE JOB LOG ***"
011650             TO CMP-VERDICT-LINE
011660         WRITE COMPLETE-REPORT-RECORD FROM CMP-VERDICT-LINE
011670         GO TO 6000-CLOSE
011680     END-IF.
011690*
011700     MOVE SPACES TO COMPLETE-REPORT-RECORD.
011710     WRITE COMPLETE-REPORT-RECORD.
011720     MOVE "BUSINESS DAYS IN RANGE             : " TO CTL-LABEL.
011730     MOVE CMP-BUSINESS-DAYS TO CTL-COUNT.
011740     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011750     MOVE "  COMPLETE                         : " TO CTL-LABEL.
011760     MOVE CMP-DAYS-COMPLETE TO CTL-COUNT.
011770     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011780     MOVE "  FLAGGED                          : " TO CTL-LABEL.
011790     MOVE CMP-DAYS-FLAGGED TO CTL-COUNT.
011800     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011810     MOVE "DAYS WITH NO SORT                  : " TO CTL-LABEL.
011820     MOVE CMP-NO-SORT-DAYS TO CTL-COUNT.
011830     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011840     MOVE "DAYS THE SORT DID NOT END CLEAN    : " TO CTL-LABEL.
011850     MOVE CMP-NOT-CLEAN-DAYS TO CTL-COUNT.
011860     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011870     MOVE "DAYS WITH A CHECKPOINT RESTART     : " TO CTL-LABEL.
011880     MOVE CMP-RESTART-DAYS TO CTL-COUNT.
011890     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011900     MOVE "DAYS THE SORT RAN MORE THAN ONCE   : " TO CTL-LABEL.
011910     MOVE CMP-RERUN-DAYS TO CTL-COUNT.
011920     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011930     MOVE "DAYS RERUN UNDER A PINNED DATE     : " TO CTL-LABEL.
011940     MOVE CMP-PINNED-DAYS TO CTL-COUNT.
011950     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011960     MOVE "DAYS NOT CERTIFIED                 : " TO CTL-LABEL.
011970     MOVE CMP-CERT-MISS-DAYS TO CTL-COUNT.
011980     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
011990     MOVE "DAYS WITH MORE THAN ONE CERTIFICATE: " TO CTL-LABEL.
012000     MOVE CMP-MULTI-CERT-DAYS TO CTL-COUNT.
012010     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012020     MOVE "DAYS NOT CONFIRMED BY THE LEDGER   : " TO CTL-LABEL.
012030     MOVE CMP-ACK-MISS-DAYS TO CTL-COUNT.
012040     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012050     MOVE "MONTH-ENDS IN RANGE                : " TO CTL-LABEL.
012060     MOVE CMP-MONTH-ENDS TO CTL-COUNT.
012070     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012080     MOVE "  NOT FULLY CLOSED                 : " TO CTL-LABEL.
012090     MOVE CMP-CLOSE-MISS TO CTL-COUNT.
012100     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012110     MOVE "NON-BUSINESS DAYS WITH ACTIVITY    : " TO CTL-LABEL.
012120     MOVE CMP-ODD-DAYS TO CTL-COUNT.
012130     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012140     MOVE "TRAIL RECORDS READ                 : " TO CTL-LABEL.
012150     MOVE CMP-TRAIL-READ TO CTL-COUNT.
012160     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012170     MOVE "  DATED IN RANGE                   : " TO CTL-LABEL.
012180     MOVE CMP-TRAIL-IN-RANGE TO CTL-COUNT.
012190     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012200     MOVE "  DATED OFF THE CALENDAR           : " TO CTL-LABEL.
012210     MOVE CMP-OFF-CALENDAR TO CTL-COUNT.
012220     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012230     MOVE "  DAMAGED, SKIPPED                 : " TO CTL-LABEL.
012240     MOVE CMP-DAMAGED TO CTL-COUNT.
012250     WRITE COMPLETE-REPORT-RECORD FROM CMP-TOTAL-LINE.
012260*
012270     MOVE SPACES TO COMPLETE-REPORT-RECORD.
012280     WRITE COMPLETE-REPORT-RECORD.
012290     IF CMP-DAYS-FLAGGED = 0 AND CMP-ODD-DAYS = 0
012300             AND CMP-OFF-CALENDAR = 0 AND CMP-DAMAGED = 0
012310         MOVE "*** EVERY BUSINESS DAY IN THE RANGE IS COMPLETE "
012320             TO CMP-VERDICT-LINE
012330         MOVE "***" TO CMP-VERDICT-LINE(49:3)
012340     ELSE
012350         MOVE "*** FLAGGED DAYS NEED AN EXPLANATION ON FILE ***"
012360             TO CMP-VERDICT-LINE
012370     END-IF.
012380     WRITE COMPLETE-REPORT-RECORD FROM CMP-VERDICT-LINE.
012390*
012400     DISPLAY "NUMCMPLT - BUSINESS DAYS = " CMP-BUSINESS-DAYS
012410         ", COMPLETE = " CMP-DAYS-COMPLETE
012420         ", FLAGGED = " CMP-DAYS-FLAGGED.
012430 6000-CLOSE.
012440     CLOSE COMPLETE-REPORT-FILE.
012450 6000-EXIT.
012460     EXIT.
012470*
012480*--------------------------------------------------------------*
012490* 9999-TERMINATE - END OF JOB                                  *
012500*--------------------------------------------------------------*
012510 9999-TERMINATE.
012520     STOP RUN.
012530 9999-EXIT.
012540     EXIT.
