000290*                THE PERMANENT AUDIT TRAIL, AND THE RETURN     *
000300*                CODE (0 BALANCED / 12 NOT) IS WHAT RELEASES   *
000310*                REPORT DISTRIBUTION AND THE LEDGER TRANSMIT.  *
000320* 2026-10-15 RH  THE NIGHT'S REVERSALS ARE ACCOUNTED FOR ON     *
000330*                THEIR OWN: THE NUMREVRS FEED FILE MUST AGREE   *
000340*                WITH ITS "REVR" AUDIT-TRAIL RECORD, AND EVERY  *
000350*                REVERSAL ON IT MUST HAVE REACHED SORTOUT - A   *
000360*                REVERSAL THE SORT REJECTED IS ON THE HISTORY   *
000370*                AS DONE BUT NEVER POSTED. THE CERT RECORD      *
000380*                NOW CARRIES THE REVERSAL COUNT AND TOTAL.      *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RPT-IN-FILE      ASSIGN TO CRTRPT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RPT-IN-STATUS.
000460*
000470     SELECT SOUT-IN-FILE     ASSIGN TO CRTSOUT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SOUT-IN-STATUS.
000500*
000510     SELECT EXT-IN-FILE      ASSIGN TO CRTEXT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS EXT-IN-STATUS.
000540*
000550     SELECT BAL-IN-FILE      ASSIGN TO CRTBAL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BAL-IN-STATUS.
000580*
000590     SELECT AUD-IN-FILE      ASSIGN TO CRTAUD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AUD-IN-STATUS.
000620*
000630     SELECT REV-IN-FILE      ASSIGN TO CRTREV
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS REV-IN-STATUS.
000660*
000670     SELECT CERT-REPORT-FILE ASSIGN TO CERTRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CERT-REPORT-STATUS.
000700*
000710     SELECT AUDIT-TRAIL-FILE ASSIGN TO SORTAUDT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS AUDIT-TRAIL-STATUS.
000740*
000750     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS BUSINESS-DATE-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  RPT-IN-FILE
000820     RECORDING MODE IS F.
000830 01  RPT-IN-RECORD           PIC X(80).
000840*
000850 FD  SOUT-IN-FILE
000860     RECORDING MODE IS F.
000870 01  SOUT-IN-RECORD.
000880     05  SIN-ACCOUNT         PIC X(10).
000890     05  SIN-BRANCH          PIC X(04).
000900     05  SIN-TRAN-DATE       PIC X(08).
000910     05  SIN-AMOUNT          PIC X(07).
000920     05  SIN-TYPE-CODE       PIC X(02).
000930*
000940 FD  EXT-IN-FILE
000950     RECORDING MODE IS F.
000960 01  EXT-IN-RECORD.
000970     05  EXI-REC-TYPE        PIC X(01).
000980     05  EXI-DATA            PIC X(39).
000990 01  EXT-TRAILER-VIEW REDEFINES EXT-IN-RECORD.
001000     05  FILLER              PIC X(01).
001010     05  EXI-TRL-COUNT       PIC X(07).
001020     05  EXI-TRL-TOTAL       PIC X(12).
001030     05  EXI-TRL-NET         PIC X(13).
001040     05  FILLER              PIC X(07).
001050*
001060 FD  BAL-IN-FILE
001070     RECORDING MODE IS F.
001080 01  BAL-IN-RECORD.
001090     05  BIN-TAG             PIC X(03).
001100     05  BIN-DAILY-COUNT     PIC X(07).
001110     05  BIN-DAILY-TOTAL     PIC X(12).
001120     05  BIN-NEW-RECS        PIC X(07).
001130     05  BIN-NEW-OCCURS      PIC X(09).
001140     05  BIN-NEW-TOTAL       PIC X(15).
001150     05  BIN-BALANCE-FLAG    PIC X(01).
001160     05  FILLER              PIC X(26).
001170*
001180 FD  AUD-IN-FILE
001190     RECORDING MODE IS F.
001200 01  AUD-IN-RECORD.
001210     05  AIN-RUN-DATE        PIC X(08).
001220     05  AIN-RUN-TIME        PIC X(06).
001230     05  AIN-SORT-DIR        PIC X(01).
001240     05  AIN-SORT-FIELD      PIC X(01).
001250     05  AIN-DUP-MODE        PIC X(01).
001260     05  AIN-ACCEPTED        PIC X(07).
001270     05  AIN-REJECTED        PIC X(07).
001280     05  AIN-SORTED          PIC X(07).
001290     05  AIN-TOTAL-BEFORE    PIC X(12).
001300     05  AIN-COUNT-AFTER     PIC X(07).
001310     05  AIN-TOTAL-AFTER     PIC X(12).
001320     05  AIN-RETURN-CODE     PIC X(04).
001330     05  AIN-RESTART-FLAG    PIC X(01).
001340     05  FILLER              PIC X(06).
001350 01  AUD-IN-REVERSAL-VIEW REDEFINES AUD-IN-RECORD.
001360     05  RIN-TAG             PIC X(04).
001370     05  RIN-RUN-DATE        PIC X(08).
001380     05  RIN-RUN-TIME        PIC X(06).
001390     05  RIN-ISSUED-COUNT    PIC X(07).
001400     05  RIN-ISSUED-TOTAL    PIC X(12).
001410     05  FILLER              PIC X(43).
001420*
001430 FD  REV-IN-FILE
001440     RECORDING MODE IS F.
001450 01  REV-IN-RECORD.
001460     05  RVI-ACCOUNT         PIC X(10).
001470     05  RVI-BRANCH          PIC X(04).
001480     05  RVI-TRAN-DATE       PIC X(08).
001490     05  RVI-AMOUNT          PIC X(07).
001500     05  RVI-TYPE-CODE       PIC X(02).
001510*
001520 FD  CERT-REPORT-FILE
001530     RECORDING MODE IS F.
001540 01  CERT-REPORT-RECORD      PIC X(80).
001550*
001560 FD  AUDIT-TRAIL-FILE
001570     RECORDING MODE IS F.
001580 01  AUDIT-TRAIL-RECORD.
001590     05  CRA-TAG             PIC X(04).
001600     05  CRA-RUN-DATE        PIC 9(08).
001610     05  CRA-RUN-TIME        PIC 9(06).
001620     05  CRA-SOUT-COUNT      PIC 9(07).
001630     05  CRA-SOUT-TOTAL      PIC 9(12).
001640     05  CRA-FAIL-COUNT      PIC 9(03).
001650     05  CRA-VERDICT         PIC X(01).
001660     05  CRA-REV-COUNT       PIC 9(07).
001670     05  CRA-REV-TOTAL       PIC 9(12).
001680     05  FILLER              PIC X(20).
001690*
001700 FD  BUSINESS-DATE-FILE
001710     RECORDING MODE IS F.
001720 01  BUSINESS-DATE-RECORD.
001730     05  BDR-BUSINESS-DATE   PIC X(08).
001740     05  FILLER              PIC X(72).
001750*
001760 WORKING-STORAGE SECTION.
001770*--------------------------------------------------------------*
001780* FILE STATUS SAVE AREAS                                       *
001790*--------------------------------------------------------------*
001800 01  RPT-IN-STATUS           PIC X(02) VALUE SPACES.
001810     88  RPT-IN-OK                     VALUE "00".
001820 01  SOUT-IN-STATUS          PIC X(02) VALUE SPACES.
001830     88  SOUT-IN-OK                    VALUE "00".
001840 01  EXT-IN-STATUS           PIC X(02) VALUE SPACES.
001850     88  EXT-IN-OK                     VALUE "00".
001860 01  BAL-IN-STATUS           PIC X(02) VALUE SPACES.
001870     88  BAL-IN-OK                     VALUE "00".
001880 01  AUD-IN-STATUS           PIC X(02) VALUE SPACES.
001890     88  AUD-IN-OK                     VALUE "00".
001900 01  REV-IN-STATUS           PIC X(02) VALUE SPACES.
001910     88  REV-IN-OK                     VALUE "00".
001920 01  CERT-REPORT-STATUS      PIC X(02) VALUE SPACES.
001930     88  CERT-REPORT-OK                VALUE "00".
001940 01  AUDIT-TRAIL-STATUS      PIC X(02) VALUE SPACES.
001950     88  AUDIT-TRAIL-OK                VALUE "00".
001960 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
001970     88  BUSINESS-DATE-OK              VALUE "00".
001980*
001990*--------------------------------------------------------------*
002000* SWITCHES                                                     *
002010*--------------------------------------------------------------*
002020 01  CRT-SWITCHES.
002030     05  RPT-EOF-SW          PIC X(01) VALUE "N".
002040         88  RPT-EOF-YES               VALUE "Y".
002050         88  RPT-EOF-NO                VALUE "N".
002060     05  SOUT-EOF-SW         PIC X(01) VALUE "N".
002070         88  SOUT-EOF-YES              VALUE "Y".
002080         88  SOUT-EOF-NO               VALUE "N".
002090     05  EXT-EOF-SW          PIC X(01) VALUE "N".
002100         88  EXT-EOF-YES               VALUE "Y".
002110         88  EXT-EOF-NO                VALUE "N".
002120     05  BAL-EOF-SW          PIC X(01) VALUE "N".
002130         88  BAL-EOF-YES               VALUE "Y".
002140         88  BAL-EOF-NO                VALUE "N".
002150     05  AUD-EOF-SW          PIC X(01) VALUE "N".
002160         88  AUD-EOF-YES               VALUE "Y".
002170         88  AUD-EOF-NO                VALUE "N".
002180     05  REV-EOF-SW          PIC X(01) VALUE "N".
002190         88  REV-EOF-YES               VALUE "Y".
002200         88  REV-EOF-NO                VALUE "N".
002210     05  RPT-FOUND-SW        PIC X(01) VALUE "N".
002220         88  RPT-TRAILER-FOUND         VALUE "Y".
002230         88  RPT-TRAILER-MISSING       VALUE "N".
002240     05  EXT-TRL-SW          PIC X(01) VALUE "N".
002250         88  EXT-TRAILER-FOUND         VALUE "Y".
002260         88  EXT-TRAILER-MISSING       VALUE "N".
002270     05  CTL-FOUND-SW        PIC X(01) VALUE "N".
002280         88  CTL-FOUND-YES             VALUE "Y".
002290         88  CTL-FOUND-NO              VALUE "N".
002300     05  AUD-FOUND-SW        PIC X(01) VALUE "N".
002310         88  AUD-FOUND-YES             VALUE "Y".
002320         88  AUD-FOUND-NO              VALUE "N".
002330     05  REVR-FOUND-SW       PIC X(01) VALUE "N".
002340         88  REVR-FOUND-YES            VALUE "Y".
002350         88  REVR-FOUND-NO             VALUE "N".
002360     05  UNEDIT-SW           PIC X(01) VALUE "N".
002370         88  UNEDIT-GOOD               VALUE "Y".
002380         88  UNEDIT-BAD                VALUE "N".
002390*
002400*--------------------------------------------------------------*
002410* THE FIGURES BEING CROSS-FOOTED, ONE SET PER FILE. SORTOUT IS *
002420* THE ANCHOR - IT IS WHAT THE MASTERS ROLLED UP FROM AND WHAT  *
002430* EVERY OTHER FILE SHOULD AGREE WITH.                          *
002440*--------------------------------------------------------------*
002450 01  CRT-RUN-DATE            PIC 9(08) VALUE 0.
002460 01  CRT-RUN-TIME-RAW.
002470     05  CRT-RUN-HHMMSS      PIC 9(06).
002480     05  FILLER              PIC 9(02).
002490 01  CRT-RPT-COUNT           PIC 9(07) VALUE 0.
002500 01  CRT-SOUT-COUNT          PIC 9(07) VALUE 0.
002510 01  CRT-SOUT-TOTAL          PIC 9(12) VALUE 0.
002520 01  CRT-EXT-DTL-COUNT       PIC 9(07) VALUE 0.
002530 01  CRT-EXT-TRL-COUNT       PIC 9(07) VALUE 0.
002540 01  CRT-EXT-TRL-TOTAL       PIC 9(12) VALUE 0.
002550 01  CRT-BAL-DAILY-COUNT     PIC 9(07) VALUE 0.
002560 01  CRT-BAL-DAILY-TOTAL     PIC 9(12) VALUE 0.
002570 01  CRT-BAL-FLAG            PIC X(01) VALUE SPACE.
002580 01  CRT-AUD-COUNT           PIC 9(07) VALUE 0.
002590 01  CRT-AUD-TOTAL           PIC 9(12) VALUE 0.
002600 01  CRT-FAIL-COUNT          PIC 9(03) VALUE 0.
002610*
002620*--------------------------------------------------------------*
002630* THE NIGHT'S REVERSALS - THE NUMREVRS FEED FILE, ITS "REVR"   *
002640* AUDIT RECORD, AND HOW MANY OF THE FEED'S RECORDS TURNED UP   *
002650* ON SORTOUT. THE FEED IS BOUNDED BY THE REVERSAL DECK, SO IT  *
002660* IS HELD IN STORAGE AND TICKED OFF AS SORTOUT GOES BY.        *
002670*--------------------------------------------------------------*
002680 01  CRT-REV-FEED-COUNT      PIC 9(07) VALUE 0.
002690 01  CRT-REV-FEED-TOTAL      PIC 9(12) VALUE 0.
002700 01  CRT-REV-POSTED          PIC 9(07) VALUE 0.
002710 01  CRT-REVR-COUNT          PIC 9(07) VALUE 0.
002720 01  CRT-REVR-TOTAL          PIC 9(12) VALUE 0.
002730 01  CRT-REV-MAX             PIC 9(03) VALUE 500.
002740 01  CRT-REV-LOADED          PIC 9(03) VALUE 0.
002750 01  CRT-REV-TABLE.
002760     05  CRT-REV-ITEM OCCURS 500 TIMES.
002770         10  CRT-REV-IMAGE   PIC X(31).
002780         10  CRT-REV-MATCHED PIC X(01).
002790 01  R-IX                    PIC 9(03) VALUE 0.
002800*
002810*--------------------------------------------------------------*
002820* UNEDIT WORK FIELDS - THE REPORT TRAILER COUNT IS AN EDITED   *
002830* PRINT FIELD (LEADING SPACES), SO IT IS CONVERTED DIGIT BY    *
002840* DIGIT.                                                       *
002850*--------------------------------------------------------------*
002860 01  CRT-EDIT-FIELD          PIC X(07) VALUE SPACES.
002870 01  CRT-UNEDIT-NUM          PIC 9(07) VALUE 0.
002880 01  CRT-DIGIT-X             PIC X(01) VALUE SPACE.
002890 01  CRT-DIGIT-9             PIC 9(01) VALUE 0.
002900 01  CRT-WORK-AMOUNT         PIC 9(07) VALUE 0.
002910 01  U-IX                    PIC 9(02) VALUE 0.
002920*
002930*--------------------------------------------------------------*
002940* CERTIFICATE REPORT LINE LAYOUTS                              *
002950*--------------------------------------------------------------*
002960 01  CRT-HEADING-LINE.
002970     05  FILLER              PIC X(36) VALUE
002980         "NUMCERT END-OF-NIGHT BALANCING CERTI".
002990     05  FILLER              PIC X(07) VALUE "FICATE ".
003000     05  FILLER              PIC X(12) VALUE "  RUN DATE: ".
003010     05  CHL-DATE            PIC 9(08).
003020 01  CRT-CHECK-LINE.
003030     05  CCL-LABEL           PIC X(26).
003040     05  FILLER              PIC X(03) VALUE " = ".
003050     05  CCL-VALUE-1         PIC Z(11)9.
003060     05  FILLER              PIC X(04) VALUE " VS ".
003070     05  CCL-VALUE-2         PIC Z(11)9.
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  CCL-VERDICT         PIC X(12).
003100 01  CRT-MISSING-LINE.
003110     05  CML-LABEL           PIC X(26).
003120     05  FILLER              PIC X(03) VALUE " - ".
003130     05  CML-NOTE            PIC X(30).
003140 01  CRT-VERDICT-LINE.
003150     05  CVL-TEXT            PIC X(60).
003160*
003170 PROCEDURE DIVISION.
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     PERFORM 2000-SCAN-REPORT THRU 2000-EXIT.
003210     PERFORM 2500-LOAD-REVERSALS THRU 2500-EXIT.
003220     PERFORM 3000-SCAN-SORTOUT THRU 3000-EXIT.
003230     PERFORM 4000-SCAN-EXTRACT THRU 4000-EXIT.
003240     PERFORM 5000-SCAN-BALANCE THRU 5000-EXIT.
003250     PERFORM 6000-SCAN-AUDIT THRU 6000-EXIT.
003260     PERFORM 7000-JUDGE-THE-NIGHT THRU 7000-EXIT.
003270     PERFORM 8000-WRITE-CERTIFICATE THRU 8000-EXIT.
003280     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003290*
003300*--------------------------------------------------------------*
003310* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND THE CERTIFICATE  *
003320*                   REPORT OPEN                                *
003330*--------------------------------------------------------------*
003340 1000-INITIALIZE.
003350     ACCEPT CRT-RUN-DATE FROM DATE YYYYMMDD.
003360     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003370     ACCEPT CRT-RUN-TIME-RAW FROM TIME.
003380*
003390     OPEN OUTPUT CERT-REPORT-FILE.
003400     IF NOT CERT-REPORT-OK
003410         DISPLAY "NUMCERT - UNABLE TO OPEN CERT-REPORT-FILE, "
003420             "STATUS = " CERT-REPORT-STATUS
003430         MOVE 16 TO RETURN-CODE
003440     END-IF.
003450     IF CERT-REPORT-OK
003460         MOVE CRT-RUN-DATE TO CHL-DATE
003470         WRITE CERT-REPORT-RECORD FROM CRT-HEADING-LINE
003480     END-IF.
003490 1000-EXIT.
003500     EXIT.
003510*
003520*--------------------------------------------------------------*
003530* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
003540*                          THE BUSINESS-DATE CONTROL RECORD    *
003550*                          THE NUMBDATE STEP MAINTAINS. THE    *
003560*                          CERTIFICATE ALSO USES IT TO PICK    *
003570*                          TONIGHT'S RECORD OFF THE AUDIT      *
003580*                          TRAIL. MISSING OR UNREADABLE        *
003590*                          CONTROL FALLS BACK TO THE WALL      *
003600*                          CLOCK WITH RC 4.                    *
003610*--------------------------------------------------------------*
003620 1050-GET-BUSINESS-DATE.
003630     OPEN INPUT BUSINESS-DATE-FILE.
003640     IF NOT BUSINESS-DATE-OK
003650         DISPLAY "NUMCERT - *** WARNING - NO BUSINESS-DATE "
003660             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
003670             "), WALL-CLOCK DATE IN USE ***"
003680         IF RETURN-CODE < 4
003690             MOVE 4 TO RETURN-CODE
003700         END-IF
003710         GO TO 1050-EXIT
003720     END-IF.
003730     READ BUSINESS-DATE-FILE
003740         AT END
003750             DISPLAY "NUMCERT - *** WARNING - BUSINESS-DATE "
003760                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
003770             IF RETURN-CODE < 4
003780                 MOVE 4 TO RETURN-CODE
003790             END-IF
003800             GO TO 1050-CLOSE
003810     END-READ.
003820     IF BDR-BUSINESS-DATE NUMERIC
003830         MOVE BDR-BUSINESS-DATE TO CRT-RUN-DATE
003840     ELSE
003850         DISPLAY "NUMCERT - *** WARNING - BUSINESS-DATE "
003860             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
003870             "USE ***"
003880         IF RETURN-CODE < 4
003890             MOVE 4 TO RETURN-CODE
003900         END-IF
003910     END-IF.
003920 1050-CLOSE.
003930     CLOSE BUSINESS-DATE-FILE.
003940 1050-EXIT.
003950     EXIT.
003960*
003970*--------------------------------------------------------------*
003980* 2000-SCAN-REPORT - WALK THE PRINTED REPORT FOR ITS TRAILER   *
003990*                    LINE AND UNEDIT THE RECORD COUNT OUT OF   *
004000*                    IT. THE LAST TRAILER ON THE FILE WINS.    *
004010*--------------------------------------------------------------*
004020 2000-SCAN-REPORT.
004030     OPEN INPUT RPT-IN-FILE.
004040     IF NOT RPT-IN-OK
004050         DISPLAY "NUMCERT - UNABLE TO OPEN RPT-IN-FILE, "
004060             "STATUS = " RPT-IN-STATUS
004070         GO TO 2000-EXIT
004080     END-IF.
004090*
004100     SET RPT-EOF-NO TO TRUE.
004110     PERFORM 2100-READ-REPORT THRU 2100-EXIT.
004120     PERFORM UNTIL RPT-EOF-YES
004130         IF RPT-IN-RECORD(1:23) = "TOTAL RECORDS SORTED : "
004140             MOVE RPT-IN-RECORD(25:7) TO CRT-EDIT-FIELD
004150             PERFORM 8100-UNEDIT-COUNT THRU 8100-EXIT
004160             IF UNEDIT-GOOD
004170                 MOVE CRT-UNEDIT-NUM TO CRT-RPT-COUNT
004180                 SET RPT-TRAILER-FOUND TO TRUE
004190             END-IF
004200         END-IF
004210         PERFORM 2100-READ-REPORT THRU 2100-EXIT
004220     END-PERFORM.
004230     CLOSE RPT-IN-FILE.
004240 2000-EXIT.
004250     EXIT.
004260*
004270*--------------------------------------------------------------*
004280* 2100-READ-REPORT - READ ONE REPORT LINE                      *
004290*--------------------------------------------------------------*
004300 2100-READ-REPORT.
004310     READ RPT-IN-FILE
004320         AT END
004330             SET RPT-EOF-YES TO TRUE
004340     END-READ.
004350 2100-EXIT.
004360     EXIT.
004370*
004380*--------------------------------------------------------------*
004390* 2500-LOAD-REVERSALS - COUNT AND TOTAL THE NIGHT'S REVERSAL   *
004400*                       FEED AND HOLD ITS RECORDS FOR THE      *
004410*                       SORTOUT PASS. NO FEED FILE COUNTS AS   *
004420*                       NO REVERSALS - THE REVR RECORD THEN    *
004430*                       HAS TO SAY NONE WERE ISSUED.           *
004440*--------------------------------------------------------------*
004450 2500-LOAD-REVERSALS.
004460     OPEN INPUT REV-IN-FILE.
004470     IF NOT REV-IN-OK
004480         DISPLAY "NUMCERT - UNABLE TO OPEN REV-IN-FILE, "
004490             "STATUS = " REV-IN-STATUS
004500         GO TO 2500-EXIT
004510     END-IF.
004520*
004530     SET REV-EOF-NO TO TRUE.
004540     PERFORM 2600-READ-REVERSAL THRU 2600-EXIT.
004550     PERFORM UNTIL REV-EOF-YES
004560         ADD 1 TO CRT-REV-FEED-COUNT
004570         IF RVI-AMOUNT NUMERIC
004580             MOVE RVI-AMOUNT TO CRT-WORK-AMOUNT
004590             ADD CRT-WORK-AMOUNT TO CRT-REV-FEED-TOTAL
004600         END-IF
004610         IF CRT-REV-LOADED < CRT-REV-MAX
004620             ADD 1 TO CRT-REV-LOADED
004630             MOVE REV-IN-RECORD TO CRT-REV-IMAGE(CRT-REV-LOADED)
004640             MOVE "N" TO CRT-REV-MATCHED(CRT-REV-LOADED)
004650         END-IF
004660         PERFORM 2600-READ-REVERSAL THRU 2600-EXIT
004670     END-PERFORM.
004680     CLOSE REV-IN-FILE.
004690 2500-EXIT.
004700     EXIT.
004710*
004720*--------------------------------------------------------------*
004730* 2600-READ-REVERSAL - READ ONE REVERSAL FEED RECORD           *
004740*--------------------------------------------------------------*
004750 2600-READ-REVERSAL.
004760     READ REV-IN-FILE
004770         AT END
004780             SET REV-EOF-YES TO TRUE
004790     END-READ.
004800 2600-EXIT.
004810     EXIT.
004820*
004830*--------------------------------------------------------------*
004840* 3000-SCAN-SORTOUT - COUNT AND TOTAL THE DAY'S SORTED OUTPUT. *
004850*                     THIS IS THE ANCHOR EVERY OTHER FILE IS   *
004860*                     JUDGED AGAINST.                          *
004870*--------------------------------------------------------------*
004880 3000-SCAN-SORTOUT.
004890     OPEN INPUT SOUT-IN-FILE.
004900     IF NOT SOUT-IN-OK
004910         DISPLAY "NUMCERT - UNABLE TO OPEN SOUT-IN-FILE, "
004920             "STATUS = " SOUT-IN-STATUS
004930         GO TO 3000-EXIT
004940     END-IF.
004950*
004960     SET SOUT-EOF-NO TO TRUE.
004970     PERFORM 3100-READ-SORTOUT THRU 3100-EXIT.
004980     PERFORM UNTIL SOUT-EOF-YES
004990         ADD 1 TO CRT-SOUT-COUNT
005000         IF SIN-AMOUNT NUMERIC
005010             MOVE SIN-AMOUNT TO CRT-WORK-AMOUNT
005020             ADD CRT-WORK-AMOUNT TO CRT-SOUT-TOTAL
005030         END-IF
005040         IF CRT-REV-POSTED < CRT-REV-LOADED
005050             PERFORM 3200-MATCH-REVERSAL THRU 3200-EXIT
005060         END-IF
005070         PERFORM 3100-READ-SORTOUT THRU 3100-EXIT
005080     END-PERFORM.
005090     CLOSE SOUT-IN-FILE.
005100 3000-EXIT.
005110     EXIT.
005120*
005130*--------------------------------------------------------------*
005140* 3100-READ-SORTOUT - READ ONE SORTED OUTPUT RECORD            *
005150*--------------------------------------------------------------*
005160 3100-READ-SORTOUT.
005170     READ SOUT-IN-FILE
005180         AT END
005190             SET SOUT-EOF-YES TO TRUE
005200     END-READ.
005210 3100-EXIT.
005220     EXIT.
005230*
005240*--------------------------------------------------------------*
005250* 3200-MATCH-REVERSAL - TICK OFF THE FIRST UNMATCHED REVERSAL  *
005260*                       FEED RECORD THAT IS THIS SORTOUT       *
005270*                       RECORD, BYTE FOR BYTE.                 *
005280*--------------------------------------------------------------*
005290 3200-MATCH-REVERSAL.
005300     PERFORM VARYING R-IX FROM 1 BY 1
005310             UNTIL R-IX > CRT-REV-LOADED
005320         IF CRT-REV-MATCHED(R-IX) = "N"
005330                 AND CRT-REV-IMAGE(R-IX) = SOUT-IN-RECORD
005340             MOVE "Y" TO CRT-REV-MATCHED(R-IX)
005350             ADD 1 TO CRT-REV-POSTED
005360             MOVE CRT-REV-LOADED TO R-IX
005370         END-IF
005380     END-PERFORM.
005390 3200-EXIT.
005400     EXIT.
005410*
005420*--------------------------------------------------------------*
005430* 4000-SCAN-EXTRACT - COUNT THE LEDGER EXTRACT'S DETAIL        *
005440*                     RECORDS AND PICK UP ITS TRAILER COUNT    *
005450*                     AND TOTAL.                               *
005460*--------------------------------------------------------------*
005470 4000-SCAN-EXTRACT.
005480     OPEN INPUT EXT-IN-FILE.
005490     IF NOT EXT-IN-OK
005500         DISPLAY "NUMCERT - UNABLE TO OPEN EXT-IN-FILE, "
005510             "STATUS = " EXT-IN-STATUS
005520         GO TO 4000-EXIT
005530     END-IF.
005540*
005550     SET EXT-EOF-NO TO TRUE.
005560     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
005570     PERFORM UNTIL EXT-EOF-YES
005580         EVALUATE EXI-REC-TYPE
005590             WHEN "D"
005600                 ADD 1 TO CRT-EXT-DTL-COUNT
005610             WHEN "T"
005620                 IF EXI-TRL-COUNT NUMERIC
005630                         AND EXI-TRL-TOTAL NUMERIC
005640                     MOVE EXI-TRL-COUNT TO CRT-EXT-TRL-COUNT
005650                     MOVE EXI-TRL-TOTAL TO CRT-EXT-TRL-TOTAL
005660                     SET EXT-TRAILER-FOUND TO TRUE
005670                 END-IF
005680             WHEN OTHER
005690                 CONTINUE
005700         END-EVALUATE
005710         PERFORM 4100-READ-EXTRACT THRU 4100-EXIT
005720     END-PERFORM.
005730     CLOSE EXT-IN-FILE.
005740 4000-EXIT.
005750     EXIT.
005760*
005770*--------------------------------------------------------------*
005780* 4100-READ-EXTRACT - READ ONE EXTRACT RECORD                  *
005790*--------------------------------------------------------------*
005800 4100-READ-EXTRACT.
005810     READ EXT-IN-FILE
005820         AT END
005830             SET EXT-EOF-YES TO TRUE
005840     END-READ.
005850 4100-EXIT.
005860     EXIT.
005870*
005880*--------------------------------------------------------------*
005890* 5000-SCAN-BALANCE - PICK THE "CTL" CONTROL RECORD OFF THE    *
005900*                     MERGE BALANCE LOG - THE MERGE'S OWN      *
005910*                     DAILY FIGURES AND ITS BALANCED FLAG.     *
005920*--------------------------------------------------------------*
005930 5000-SCAN-BALANCE.
005940     OPEN INPUT BAL-IN-FILE.
005950     IF NOT BAL-IN-OK
005960         DISPLAY "NUMCERT - UNABLE TO OPEN BAL-IN-FILE, "
005970             "STATUS = " BAL-IN-STATUS
005980         GO TO 5000-EXIT
005990     END-IF.
006000*
006010     SET BAL-EOF-NO TO TRUE.
006020     PERFORM 5100-READ-BALANCE THRU 5100-EXIT.
006030     PERFORM UNTIL BAL-EOF-YES
006040         IF BIN-TAG = "CTL"
006050                 AND BIN-DAILY-COUNT NUMERIC
006060                 AND BIN-DAILY-TOTAL NUMERIC
006070             MOVE BIN-DAILY-COUNT TO CRT-BAL-DAILY-COUNT
006080             MOVE BIN-DAILY-TOTAL TO CRT-BAL-DAILY-TOTAL
006090             MOVE BIN-BALANCE-FLAG TO CRT-BAL-FLAG
006100             SET CTL-FOUND-YES TO TRUE
006110         END-IF
006120         PERFORM 5100-READ-BALANCE THRU 5100-EXIT
006130     END-PERFORM.
006140     CLOSE BAL-IN-FILE.
006150 5000-EXIT.
006160     EXIT.
006170*
006180*--------------------------------------------------------------*
006190* 5100-READ-BALANCE - READ ONE BALANCE LOG RECORD              *
006200*--------------------------------------------------------------*
006210 5100-READ-BALANCE.
006220     READ BAL-IN-FILE
006230         AT END
006240             SET BAL-EOF-YES TO TRUE
006250     END-READ.
006260 5100-EXIT.
006270     EXIT.
006280*
006290*--------------------------------------------------------------*
006300* 6000-SCAN-AUDIT - WALK THE PERMANENT AUDIT TRAIL FOR THE     *
006310*                   NIGHT'S SORT EXECUTION RECORD - THE LAST   *
006320*                   RECORD WITH A NUMERIC RUN DATE EQUAL TO    *
006330*                   THE BUSINESS DATE, SO A RESTART NIGHT      *
006340*                   CERTIFIES AGAINST THE RUN THAT FINISHED.   *
006350*                   THE NIGHT'S "REVR" RECORD IS PICKED UP THE *
006360*                   SAME WAY - LAST ONE FOR THE DATE WINS.     *
006370*--------------------------------------------------------------*
006380 6000-SCAN-AUDIT.
006390     OPEN INPUT AUD-IN-FILE.
006400     IF NOT AUD-IN-OK
006410         DISPLAY "NUMCERT - UNABLE TO OPEN AUD-IN-FILE, "
006420             "STATUS = " AUD-IN-STATUS
006430         GO TO 6000-EXIT
006440     END-IF.
006450*
006460     SET AUD-EOF-NO TO TRUE.
006470     PERFORM 6100-READ-AUDIT THRU 6100-EXIT.
006480     PERFORM UNTIL AUD-EOF-YES
006490         IF AIN-RUN-DATE NUMERIC
006500                 AND AIN-RUN-DATE = CRT-RUN-DATE
006510                 AND AIN-COUNT-AFTER NUMERIC
006520                 AND AIN-TOTAL-AFTER NUMERIC
006530             MOVE AIN-COUNT-AFTER TO CRT-AUD-COUNT
006540             MOVE AIN-TOTAL-AFTER TO CRT-AUD-TOTAL
006550             SET AUD-FOUND-YES TO TRUE
006560         END-IF
006570         IF RIN-TAG = "REVR"
006580                 AND RIN-RUN-DATE = CRT-RUN-DATE
006590                 AND RIN-ISSUED-COUNT NUMERIC
006600                 AND RIN-ISSUED-TOTAL NUMERIC
006610             MOVE RIN-ISSUED-COUNT TO CRT-REVR-COUNT
006620             MOVE RIN-ISSUED-TOTAL TO CRT-REVR-TOTAL
006630             SET REVR-FOUND-YES TO TRUE
006640         END-IF
006650         PERFORM 6100-READ-AUDIT THRU 6100-EXIT
006660     END-PERFORM.
006670     CLOSE AUD-IN-FILE.
006680 6000-EXIT.
006690     EXIT.
006700*
006710*--------------------------------------------------------------*
006720* 6100-READ-AUDIT - READ ONE AUDIT TRAIL RECORD                *
006730*--------------------------------------------------------------*
006740 6100-READ-AUDIT.
006750     READ AUD-IN-FILE
006760         AT END
006770             SET AUD-EOF-YES TO TRUE
006780     END-READ.
006790 6100-EXIT.
006800     EXIT.
006810*
006820*--------------------------------------------------------------*
006830* 7000-JUDGE-THE-NIGHT - CROSS-FOOT EVERY FILE AGAINST THE     *
006840*                        SORTOUT ANCHOR, ONE CERTIFICATE LINE  *
006850*                        PER CHECK. A FIGURE THAT COULD NOT BE *
006860*                        FOUND AT ALL FAILS ITS CHECK - A      *
006870*                        MISSING FILE IS NOT A BALANCED FILE.  *
006880*--------------------------------------------------------------*
006890 7000-JUDGE-THE-NIGHT.
006900     IF RPT-TRAILER-FOUND
006910         MOVE "REPORT TRAILER VS SORTOUT " TO CCL-LABEL
006920         MOVE CRT-RPT-COUNT TO CCL-VALUE-1
006930         MOVE CRT-SOUT-COUNT TO CCL-VALUE-2
006940         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
006950         IF CRT-RPT-COUNT NOT = CRT-SOUT-COUNT
006960             ADD 1 TO CRT-FAIL-COUNT
006970         END-IF
006980     ELSE
006990         MOVE "REPORT TRAILER VS SORTOUT " TO CML-LABEL
007000         PERFORM 7200-WRITE-MISSING THRU 7200-EXIT
007010     END-IF.
007020*
007030     MOVE "SORTEXT DETAILS VS SORTOUT" TO CCL-LABEL.
007040     MOVE CRT-EXT-DTL-COUNT TO CCL-VALUE-1.
007050     MOVE CRT-SOUT-COUNT TO CCL-VALUE-2.
007060     PERFORM 7100-WRITE-CHECK THRU 7100-EXIT.
007070     IF CRT-EXT-DTL-COUNT NOT = CRT-SOUT-COUNT
007080         ADD 1 TO CRT-FAIL-COUNT
007090     END-IF.
007100*
007110     IF EXT-TRAILER-FOUND
007120         MOVE "SORTEXT TRAILER COUNT     " TO CCL-LABEL
007130         MOVE CRT-EXT-TRL-COUNT TO CCL-VALUE-1
007140         MOVE CRT-SOUT-COUNT TO CCL-VALUE-2
007150         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007160         IF CRT-EXT-TRL-COUNT NOT = CRT-SOUT-COUNT
007170             ADD 1 TO CRT-FAIL-COUNT
007180         END-IF
007190         MOVE "SORTEXT TRAILER TOTAL     " TO CCL-LABEL
007200         MOVE CRT-EXT-TRL-TOTAL TO CCL-VALUE-1
007210         MOVE CRT-SOUT-TOTAL TO CCL-VALUE-2
007220         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007230         IF CRT-EXT-TRL-TOTAL NOT = CRT-SOUT-TOTAL
007240             ADD 1 TO CRT-FAIL-COUNT
007250         END-IF
007260     ELSE
007270         MOVE "SORTEXT TRAILER           " TO CML-LABEL
007280         PERFORM 7200-WRITE-MISSING THRU 7200-EXIT
007290     END-IF.
007300*
007310     IF CTL-FOUND-YES
007320         MOVE "MRGBAL DAILY COUNT        " TO CCL-LABEL
007330         MOVE CRT-BAL-DAILY-COUNT TO CCL-VALUE-1
007340         MOVE CRT-SOUT-COUNT TO CCL-VALUE-2
007350         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007360         IF CRT-BAL-DAILY-COUNT NOT = CRT-SOUT-COUNT
007370             ADD 1 TO CRT-FAIL-COUNT
007380         END-IF
007390         MOVE "MRGBAL DAILY TOTAL        " TO CCL-LABEL
007400         MOVE CRT-BAL-DAILY-TOTAL TO CCL-VALUE-1
007410         MOVE CRT-SOUT-TOTAL TO CCL-VALUE-2
007420         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007430         IF CRT-BAL-DAILY-TOTAL NOT = CRT-SOUT-TOTAL
007440             ADD 1 TO CRT-FAIL-COUNT
007450         END-IF
007460         IF CRT-BAL-FLAG NOT = "B"
007470             ADD 1 TO CRT-FAIL-COUNT
007480             MOVE "MRGBAL MERGE FLAG         " TO CML-LABEL
007490             MOVE "MERGE REPORTED A MISMATCH" TO CML-NOTE
007500             PERFORM 7250-WRITE-MISSING-NOTE THRU 7250-EXIT
007510         END-IF
007520     ELSE
007530         MOVE "MRGBAL CONTROL RECORD     " TO CML-LABEL
007540         PERFORM 7200-WRITE-MISSING THRU 7200-EXIT
007550     END-IF.
007560*
007570     IF AUD-FOUND-YES
007580         MOVE "AUDIT COUNT AFTER         " TO CCL-LABEL
007590         MOVE CRT-AUD-COUNT TO CCL-VALUE-1
007600         MOVE CRT-SOUT-COUNT TO CCL-VALUE-2
007610         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007620         IF CRT-AUD-COUNT NOT = CRT-SOUT-COUNT
007630             ADD 1 TO CRT-FAIL-COUNT
007640         END-IF
007650         MOVE "AUDIT TOTAL AFTER         " TO CCL-LABEL
007660         MOVE CRT-AUD-TOTAL TO CCL-VALUE-1
007670         MOVE CRT-SOUT-TOTAL TO CCL-VALUE-2
007680         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007690         IF CRT-AUD-TOTAL NOT = CRT-SOUT-TOTAL
007700             ADD 1 TO CRT-FAIL-COUNT
007710         END-IF
007720     ELSE
007730         MOVE "AUDIT TRAIL RECORD        " TO CML-LABEL
007740         PERFORM 7200-WRITE-MISSING THRU 7200-EXIT
007750     END-IF.
007760*
007770     IF REVR-FOUND-YES
007780         MOVE "REVERSAL FEED VS REVR CNT " TO CCL-LABEL
007790         MOVE CRT-REV-FEED-COUNT TO CCL-VALUE-1
007800         MOVE CRT-REVR-COUNT TO CCL-VALUE-2
007810         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007820         IF CRT-REV-FEED-COUNT NOT = CRT-REVR-COUNT
007830             ADD 1 TO CRT-FAIL-COUNT
007840         END-IF
007850         MOVE "REVERSAL FEED VS REVR TOT " TO CCL-LABEL
007860         MOVE CRT-REV-FEED-TOTAL TO CCL-VALUE-1
007870         MOVE CRT-REVR-TOTAL TO CCL-VALUE-2
007880         PERFORM 7100-WRITE-CHECK THRU 7100-EXIT
007890         IF CRT-REV-FEED-TOTAL NOT = CRT-REVR-TOTAL
007900             ADD 1 TO CRT-FAIL-COUNT
007910         END-IF
007920     ELSE
007930         MOVE "REVERSAL AUDIT RECORD     " TO CML-LABEL
007940         PERFORM 7200-WRITE-MISSING THRU 7200-EXIT
007950     END-IF.
007960     MOVE "REVERSALS ON SORTOUT      " TO CCL-LABEL.
007970     MOVE CRT-REV-POSTED TO CCL-VALUE-1.
007980     MOVE CRT-REV-FEED-COUNT TO CCL-VALUE-2.
007990     PERFORM 7100-WRITE-CHECK THRU 7100-EXIT.
008000     IF CRT-REV-POSTED NOT = CRT-REV-FEED-COUNT
008010         ADD 1 TO CRT-FAIL-COUNT
008020     END-IF.
008030 7000-EXIT.
008040     EXIT.
008050*
008060*--------------------------------------------------------------*
008070* 7100-WRITE-CHECK - WRITE ONE COMPARISON LINE WITH ITS        *
008080*                    OK/MISMATCH VERDICT.                      *
008090*--------------------------------------------------------------*
008100 7100-WRITE-CHECK.
008110     IF CCL-VALUE-1 = CCL-VALUE-2
008120         MOVE "OK" TO CCL-VERDICT
008130     ELSE
008140         MOVE "*** MISMATCH" TO CCL-VERDICT
008150     END-IF.
008160     IF CERT-REPORT-OK
008170         WRITE CERT-REPORT-RECORD FROM CRT-CHECK-LINE
008180     END-IF.
008190 7100-EXIT.
008200     EXIT.
008210*
008220*--------------------------------------------------------------*
008230* 7200-WRITE-MISSING - A FIGURE THAT COULD NOT BE FOUND: FAIL  *
008240*                      THE CHECK AND SAY SO.                   *
008250*--------------------------------------------------------------*
008260 7200-WRITE-MISSING.
008270     ADD 1 TO CRT-FAIL-COUNT.
008280     MOVE "*** NOT FOUND / UNREADABLE" TO CML-NOTE.
008290     PERFORM 7250-WRITE-MISSING-NOTE THRU 7250-EXIT.
008300 7200-EXIT.
008310     EXIT.
008320*
008330*--------------------------------------------------------------*
008340* 7250-WRITE-MISSING-NOTE - WRITE ONE MISSING/NOTE LINE        *
008350*--------------------------------------------------------------*
008360 7250-WRITE-MISSING-NOTE.
008370     IF CERT-REPORT-OK
008380         WRITE CERT-REPORT-RECORD FROM CRT-MISSING-LINE
008390     END-IF.
008400 7250-EXIT.
008410     EXIT.
008420*
008430*--------------------------------------------------------------*
008440* 8000-WRITE-CERTIFICATE - THE VERDICT: ONE LINE ON THE        *
008450*                          CERTIFICATE REPORT, ONE "CERT"      *
008460*                          RECORD ON THE PERMANENT AUDIT       *
008470*                          TRAIL, AND THE RETURN CODE THAT     *
008480*                          RELEASES OR HOLDS DISTRIBUTION AND  *
008490*                          THE TRANSMIT.                       *
008500*--------------------------------------------------------------*
008510 8000-WRITE-CERTIFICATE.
008520     IF CRT-FAIL-COUNT = 0
008530         MOVE "CERTIFICATE: NIGHT BALANCED - ALL FILES AGREE"
008540             TO CVL-TEXT
008550     ELSE
008560         MOVE "*** CERTIFICATE: NIGHT NOT BALANCED - RELEASE "
008570             TO CVL-TEXT
008580         MOVE "HELD ***" TO CVL-TEXT(47:8)
008590     END-IF.
008600     IF CERT-REPORT-OK
008610         WRITE CERT-REPORT-RECORD FROM CRT-VERDICT-LINE
008620         CLOSE CERT-REPORT-FILE
008630     END-IF.
008640*
008650     IF CRT-FAIL-COUNT > 0
008660         DISPLAY "NUMCERT - *** WARNING - " CRT-FAIL-COUNT
008670             " CROSS-FILE CHECKS FAILED, RELEASE HELD ***"
008680         IF RETURN-CODE < 12
008690             MOVE 12 TO RETURN-CODE
008700         END-IF
008710     ELSE
008720         DISPLAY "NUMCERT - NIGHT BALANCED, " CRT-SOUT-COUNT
008730             " RECORDS / " CRT-SOUT-TOTAL " CERTIFIED"
008740     END-IF.
008750*
008760     OPEN EXTEND AUDIT-TRAIL-FILE.
008770     IF AUDIT-TRAIL-STATUS = "35"
008780         OPEN OUTPUT AUDIT-TRAIL-FILE
008790     END-IF.
008800     IF NOT AUDIT-TRAIL-OK
008810         DISPLAY "NUMCERT - UNABLE TO OPEN AUDIT-TRAIL-"
008820             "FILE, STATUS = " AUDIT-TRAIL-STATUS
008830         GO TO 8000-EXIT
008840     END-IF.
008850     MOVE SPACES TO AUDIT-TRAIL-RECORD.
008860     MOVE "CERT" TO CRA-TAG.
008870     MOVE CRT-RUN-DATE TO CRA-RUN-DATE.
008880     MOVE CRT-RUN-HHMMSS TO CRA-RUN-TIME.
008890     MOVE CRT-SOUT-COUNT TO CRA-SOUT-COUNT.
008900     MOVE CRT-SOUT-TOTAL TO CRA-SOUT-TOTAL.
008910     MOVE CRT-FAIL-COUNT TO CRA-FAIL-COUNT.
008920     MOVE CRT-REV-FEED-COUNT TO CRA-REV-COUNT.
008930     MOVE CRT-REV-FEED-TOTAL TO CRA-REV-TOTAL.
008940     IF CRT-FAIL-COUNT = 0
008950         MOVE "B" TO CRA-VERDICT
008960     ELSE
008970         MOVE "U" TO CRA-VERDICT
008980     END-IF.
008990     WRITE AUDIT-TRAIL-RECORD.
009000     CLOSE AUDIT-TRAIL-FILE.
009010 8000-EXIT.
009020     EXIT.
009030*
009040*--------------------------------------------------------------*
009050* 8100-UNEDIT-COUNT - CONVERT AN EDITED PRINT COUNT (LEADING   *
009060*                     SPACES, DIGITS) BACK TO A NUMBER, DIGIT  *
009070*                     BY DIGIT. ANY OTHER CHARACTER MARKS THE  *
009080*                     FIELD UNREADABLE.                        *
009090*--------------------------------------------------------------*
009100 8100-UNEDIT-COUNT.
009110     SET UNEDIT-GOOD TO TRUE.
009120     MOVE ZERO TO CRT-UNEDIT-NUM.
009130     PERFORM VARYING U-IX FROM 1 BY 1 UNTIL U-IX > 7
009140         MOVE CRT-EDIT-FIELD(U-IX:1) TO CRT-DIGIT-X
009150         EVALUATE TRUE
009160             WHEN CRT-DIGIT-X = SPACE
009170                 CONTINUE
009180             WHEN CRT-DIGIT-X >= "0" AND CRT-DIGIT-X <= "9"
009190                 MOVE CRT-DIGIT-X TO CRT-DIGIT-9
009200                 COMPUTE CRT-UNEDIT-NUM =
009210                     CRT-UNEDIT-NUM * 10 + CRT-DIGIT-9
009220             WHEN OTHER
009230                 SET UNEDIT-BAD TO TRUE
009240                 MOVE 8 TO U-IX
009250         END-EVALUATE
009260     END-PERFORM.
009270 8100-EXIT.
009280     EXIT.
009290*
009300*--------------------------------------------------------------*
009310* 9999-TERMINATE - END OF JOB                                  *
009320*--------------------------------------------------------------*
009330 9999-TERMINATE.
009340     STOP RUN.
009350 9999-EXIT.
009360     EXIT.
