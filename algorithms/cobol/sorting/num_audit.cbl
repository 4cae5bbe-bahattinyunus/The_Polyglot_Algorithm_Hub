000370*                TRAIL RECORDS CUT BEFORE THE WIDENING DO NOT   *
000380*                LINE UP ON THIS REPORT - RUN THE MONTH FILTER  *
000390*                FROM THE CUTOVER MONTH FORWARD.                *
000400* 2026-10-15 RH  REVERSALS ARE ACCOUNTED FOR SEPARATELY: THE    *
000410*                NUMREVRS "REVR" RECORDS IN THE MONTH ARE       *
000420*                TALLIED INTO THEIR OWN TOTALS (RUNS, ISSUED,   *
000430*                AMOUNT, REFUSED, HELD) BELOW THE SORT TOTALS.  *
000440* 2026-10-15 RH  A RERUN OF THE REVERSAL STEP APPENDS A SECOND  *
000450*                "REVR" RECORD FOR THE SAME NIGHT. ONLY THE LAST*
000460*                ONE FOR EACH RUN DATE NOW COUNTS TOWARD THE    *
000470*                REVERSAL TOTALS - THE SAME RULE THE NIGHTLY    *
000480*                CERTIFICATE USES - SO A RERUN NIGHT IS NOT     *
000490*                COUNTED TWICE. EVERY RUN STILL COUNTS AS A RUN.*
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AUDIT-IN-FILE    ASSIGN TO AUDIN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AUDIT-IN-STATUS.
000570*
000580     SELECT MONTH-CARD-FILE  ASSIGN TO AUDTCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS MONTH-CARD-STATUS.
000610*
000620     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS AUDIT-REPORT-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-IN-FILE
000690     RECORDING MODE IS F.
000700 01  AUDIT-IN-RECORD.
000710     05  AIN-RUN-DATE        PIC X(08).
000720     05  AIN-RUN-TIME        PIC X(06).
000730     05  AIN-SORT-DIR        PIC X(01).
000740     05  AIN-SORT-FIELD      PIC X(01).
000750     05  AIN-DUP-MODE        PIC X(01).
000760     05  AIN-ACCEPTED        PIC 9(07).
000770     05  AIN-REJECTED        PIC X(07).
000780     05  AIN-SORTED          PIC X(07).
000790     05  AIN-TOTAL-BEFORE    PIC X(12).
000800     05  AIN-COUNT-AFTER     PIC X(07).
000810     05  AIN-TOTAL-AFTER     PIC X(12).
000820     05  AIN-RETURN-CODE     PIC X(04).
000830     05  AIN-RESTART-FLAG    PIC X(01).
000840     05  FILLER              PIC X(06).
000850 01  AUDIT-IN-REVERSAL-VIEW REDEFINES AUDIT-IN-RECORD.
000860     05  RIN-TAG             PIC X(04).
000870     05  RIN-RUN-DATE        PIC X(08).
000880     05  RIN-RUN-TIME        PIC X(06).
000890     05  RIN-ISSUED-COUNT    PIC 9(07).
000900     05  RIN-ISSUED-TOTAL    PIC 9(12).
000910     05  RIN-REFUSED-COUNT   PIC 9(07).
000920     05  RIN-HELD-COUNT      PIC 9(07).
000930     05  FILLER              PIC X(29).
000940*
000950 FD  MONTH-CARD-FILE
000960     RECORDING MODE IS F.
000970 01  MONTH-CARD-RECORD.
000980     05  MCR-MONTH           PIC X(06).
000990*
001000 FD  AUDIT-REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  AUDIT-REPORT-RECORD     PIC X(80).
001030*
001040 WORKING-STORAGE SECTION.
001050*--------------------------------------------------------------*
001060* FILE STATUS SAVE AREAS                                       *
001070*--------------------------------------------------------------*
001080 01  AUDIT-IN-STATUS         PIC X(02) VALUE SPACES.
001090     88  AUDIT-IN-OK                   VALUE "00".
001100 01  MONTH-CARD-STATUS       PIC X(02) VALUE SPACES.
001110     88  MONTH-CARD-OK                 VALUE "00".
001120 01  AUDIT-REPORT-STATUS     PIC X(02) VALUE SPACES.
001130     88  AUDIT-REPORT-OK               VALUE "00".
001140*
001150*--------------------------------------------------------------*
001160* SWITCHES                                                     *
001170*--------------------------------------------------------------*
001180 01  AUD-SWITCHES.
001190     05  AUDIT-EOF-SW        PIC X(01) VALUE "N".
001200         88  AUDIT-EOF-YES             VALUE "Y".
001210         88  AUDIT-EOF-NO              VALUE "N".
001220     05  MONTH-FILTER-SW     PIC X(01) VALUE "N".
001230         88  MONTH-FILTER-ON           VALUE "Y".
001240         88  MONTH-FILTER-OFF          VALUE "N".
001250*
001260*--------------------------------------------------------------*
001270* REPORT CONTROL FIELDS AND TOTALS                             *
001280*--------------------------------------------------------------*
001290 01  AUD-MONTH-FILTER        PIC X(06) VALUE SPACES.
001300 01  AUD-RUNS-PRINTED        PIC 9(05) VALUE 0.
001310 01  AUD-RUNS-CLEAN          PIC 9(05) VALUE 0.
001320 01  AUD-RUNS-WARNED         PIC 9(05) VALUE 0.
001330 01  AUD-RUNS-RESTARTED      PIC 9(05) VALUE 0.
001340 01  AUD-SUM-ACCEPTED        PIC 9(09) VALUE 0.
001350 01  AUD-SUM-REJECTED        PIC 9(09) VALUE 0.
001360 01  AUD-REV-RUNS            PIC 9(05) VALUE 0.
001370 01  AUD-REV-ISSUED          PIC 9(09) VALUE 0.
001380 01  AUD-REV-TOTAL           PIC 9(15) VALUE 0.
001390 01  AUD-REV-REFUSED         PIC 9(09) VALUE 0.
001400 01  AUD-REV-HELD            PIC 9(09) VALUE 0.
001410*
001420*--------------------------------------------------------------*
001430* REVERSAL NIGHT TABLE - THE FIGURES OF THE LATEST "REVR"      *
001440* RECORD SEEN FOR EACH RUN DATE. A LATER RECORD FOR THE SAME   *
001450* DATE (A RERUN OF THE STEP, EVEN ONE PINNED BACK TO AN OLDER  *
001460* NIGHT) REPLACES THE EARLIER ONE. THE TABLE IS ROLLED INTO    *
001470* THE REVERSAL TOTALS AT THE END OF THE TRAIL.                 *
001480*--------------------------------------------------------------*
001490 01  AUD-REV-NIGHT-MAX       PIC 9(04) VALUE 2000.
001500 01  AUD-REV-NIGHT-COUNT     PIC 9(04) VALUE 0.
001510 01  AUD-REV-NIGHT-TABLE.
001520     05  AUD-REV-NIGHT OCCURS 2000 TIMES.
001530         10  ARN-RUN-DATE    PIC X(08).
001540         10  ARN-ISSUED      PIC 9(07).
001550         10  ARN-TOTAL       PIC 9(12).
001560         10  ARN-REFUSED     PIC 9(07).
001570         10  ARN-HELD        PIC 9(07).
001580 01  N-IX                    PIC 9(04) VALUE 0.
001590 01  AUD-REV-NIGHT-IX        PIC 9(04) VALUE 0.
001600 01  AUD-LINE-COUNT          PIC 9(04) VALUE 0.
001610 01  AUD-LINES-PER-PAGE      PIC 9(04) VALUE 50.
001620 01  AUD-PAGE-COUNT          PIC 9(04) VALUE 0.
001630*
001640*--------------------------------------------------------------*
001650* REPORT LINE LAYOUTS                                          *
001660*--------------------------------------------------------------*
001670 01  ARP-HEADING-1.
001680     05  FILLER              PIC X(34) VALUE
001690         "NUMAUDIT MONTHLY OPERATIONS SUMMAR".
001700     05  FILLER              PIC X(01) VALUE "Y".
001710     05  FILLER              PIC X(03) VALUE SPACES.
001720     05  ARP-H1-MONTH        PIC X(10).
001730     05  FILLER              PIC X(22) VALUE SPACES.
001740     05  FILLER              PIC X(05) VALUE "PAGE ".
001750     05  ARP-H1-PAGE         PIC ZZZ9.
001760 01  ARP-HEADING-2.
001770     05  FILLER              PIC X(46) VALUE
001780         "RUN DATE  TIME   D F M ACCEPT   REJECT   SORTE".
001790     05  FILLER              PIC X(34) VALUE
001800         "D   TOT-BEFORE   TOT-AFTER    RC R".
001810 01  ARP-DETAIL-LINE.
001820     05  ARP-DATE            PIC X(08).
001830     05  FILLER              PIC X(02) VALUE SPACES.
001840     05  ARP-TIME            PIC X(06).
001850     05  FILLER              PIC X(01) VALUE SPACE.
001860     05  ARP-DIR             PIC X(01).
001870     05  FILLER              PIC X(01) VALUE SPACE.
001880     05  ARP-FIELD           PIC X(01).
001890     05  FILLER              PIC X(01) VALUE SPACE.
001900     05  ARP-DUP             PIC X(01).
001910     05  FILLER              PIC X(01) VALUE SPACE.
001920     05  ARP-ACCEPTED        PIC X(07).
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  ARP-REJECTED        PIC X(07).
001950     05  FILLER              PIC X(02) VALUE SPACES.
001960     05  ARP-SORTED          PIC X(07).
001970     05  FILLER              PIC X(01) VALUE SPACE.
001980     05  ARP-TOT-BEFORE      PIC X(12).
001990     05  FILLER              PIC X(01) VALUE SPACE.
002000     05  ARP-TOT-AFTER       PIC X(12).
002010     05  FILLER              PIC X(01) VALUE SPACE.
002020     05  ARP-RC              PIC X(04).
002030     05  FILLER              PIC X(01) VALUE SPACE.
002040     05  ARP-RESTART         PIC X(01).
002050 01  ARP-TOTAL-LINE.
002060     05  ARP-TOT-LABEL       PIC X(25).
002070     05  ARP-TOT-COUNT       PIC Z(8)9.
002080 01  ARP-AMOUNT-LINE.
002090     05  ARP-AMT-LABEL       PIC X(25).
002100     05  ARP-AMT-TOTAL       PIC Z(14)9.
002110*
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-READ-MONTH-CARD THRU 2000-EXIT.
002160     PERFORM 3000-PRINT-AUDIT-TRAIL THRU 3000-EXIT.
002170     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
002180     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002190*
002200*--------------------------------------------------------------*
002210* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING AND FILE OPENS       *
002220*--------------------------------------------------------------*
002230 1000-INITIALIZE.
002240     OPEN INPUT AUDIT-IN-FILE.
002250     IF NOT AUDIT-IN-OK
002260         DISPLAY "NUMAUDIT - UNABLE TO OPEN AUDIT-IN-FILE, "
002270             "STATUS = " AUDIT-IN-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         SET AUDIT-EOF-YES TO TRUE
002300     END-IF.
002310*
002320     OPEN OUTPUT AUDIT-REPORT-FILE.
002330     IF NOT AUDIT-REPORT-OK
002340         DISPLAY "NUMAUDIT - UNABLE TO OPEN AUDIT-REPORT-"
002350             "FILE, STATUS = " AUDIT-REPORT-STATUS
002360         MOVE 16 TO RETURN-CODE
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400*
002410*--------------------------------------------------------------*
002420* 2000-READ-MONTH-CARD - PICK UP THE OPTIONAL CCYYMM FILTER.   *
002430*                        MISSING FILE, EMPTY FILE, OR A BLANK  *
002440*                        OR NON-NUMERIC CARD ALL MEAN "REPORT  *
002450*                        THE WHOLE TRAIL".                     *
002460*--------------------------------------------------------------*
002470 2000-READ-MONTH-CARD.
002480     SET MONTH-FILTER-OFF TO TRUE.
002490     OPEN INPUT MONTH-CARD-FILE.
002500     IF NOT MONTH-CARD-OK
002510         GO TO 2000-EXIT
002520     END-IF.
002530*
002540     READ MONTH-CARD-FILE
002550         AT END
002560             GO TO 2000-CLOSE
002570     END-READ.
002580*
002590     IF MCR-MONTH NUMERIC
002600         MOVE MCR-MONTH TO AUD-MONTH-FILTER
002610         SET MONTH-FILTER-ON TO TRUE
002620     END-IF.
002630 2000-CLOSE.
002640     CLOSE MONTH-CARD-FILE.
002650 2000-EXIT.
002660     EXIT.
002670*
002680*--------------------------------------------------------------*
002690* 3000-PRINT-AUDIT-TRAIL - ONE DETAIL LINE PER AUDIT RECORD    *
002700*                          THAT PASSES THE MONTH FILTER.       *
002710*                          REVERSAL RECORDS IN THE MONTH ARE   *
002720*                          TALLIED SEPARATELY, NOT PRINTED.    *
002730*--------------------------------------------------------------*
002740 3000-PRINT-AUDIT-TRAIL.
002750     IF AUDIT-EOF-YES OR NOT AUDIT-REPORT-OK
002760         GO TO 3000-EXIT
002770     END-IF.
002780     PERFORM 3300-PRINT-HEADINGS THRU 3300-EXIT.
002790     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
002800     PERFORM UNTIL AUDIT-EOF-YES
002810         IF AIN-RUN-DATE NUMERIC
002820                 AND (MONTH-FILTER-OFF
002830                 OR AIN-RUN-DATE(1:6) = AUD-MONTH-FILTER)
002840             PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT
002850         END-IF
002860         IF RIN-TAG = "REVR"
002870                 AND (MONTH-FILTER-OFF
002880                 OR RIN-RUN-DATE(1:6) = AUD-MONTH-FILTER)
002890             PERFORM 3400-TALLY-REVERSAL THRU 3400-EXIT
002900         END-IF
002910         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
002920     END-PERFORM.
002930     CLOSE AUDIT-IN-FILE.
002940     PERFORM 3500-ROLL-REVERSALS THRU 3500-EXIT.
002950 3000-EXIT.
002960     EXIT.
002970*
002980*--------------------------------------------------------------*
002990* 3100-READ-AUDIT - READ ONE AUDIT TRAIL RECORD                *
003000*--------------------------------------------------------------*
003010 3100-READ-AUDIT.
003020     READ AUDIT-IN-FILE
003030         AT END
003040             SET AUDIT-EOF-YES TO TRUE
003050     END-READ.
003060 3100-EXIT.
003070     EXIT.
003080*
003090*--------------------------------------------------------------*
003100* 3200-PRINT-DETAIL - FORMAT AND PRINT ONE EXECUTION, AND     *
003110*                     ROLL ITS FIGURES INTO THE TOTALS.       *
003120*--------------------------------------------------------------*
003130 3200-PRINT-DETAIL.
003140     IF AUD-LINE-COUNT >= AUD-LINES-PER-PAGE
003150         PERFORM 3300-PRINT-HEADINGS THRU 3300-EXIT
003160     END-IF.
003170     MOVE AIN-RUN-DATE TO ARP-DATE.
003180     MOVE AIN-RUN-TIME TO ARP-TIME.
003190     MOVE AIN-SORT-DIR TO ARP-DIR.
003200     MOVE AIN-SORT-FIELD TO ARP-FIELD.
003210     MOVE AIN-DUP-MODE TO ARP-DUP.
003220     MOVE AIN-ACCEPTED TO ARP-ACCEPTED.
003230     MOVE AIN-REJECTED TO ARP-REJECTED.
003240     MOVE AIN-SORTED TO ARP-SORTED.
003250     MOVE AIN-TOTAL-BEFORE TO ARP-TOT-BEFORE.
003260     MOVE AIN-TOTAL-AFTER TO ARP-TOT-AFTER.
003270     MOVE AIN-RETURN-CODE TO ARP-RC.
003280     MOVE AIN-RESTART-FLAG TO ARP-RESTART.
003290     WRITE AUDIT-REPORT-RECORD FROM ARP-DETAIL-LINE.
003300     ADD 1 TO AUD-LINE-COUNT.
003310*
003320     ADD 1 TO AUD-RUNS-PRINTED.
003330     IF AIN-RETURN-CODE = "0000"
003340         ADD 1 TO AUD-RUNS-CLEAN
003350     ELSE
003360         ADD 1 TO AUD-RUNS-WARNED
003370     END-IF.
003380     IF AIN-RESTART-FLAG = "Y"
003390         ADD 1 TO AUD-RUNS-RESTARTED
003400     END-IF.
003410     IF AIN-ACCEPTED NUMERIC
003420         ADD AIN-ACCEPTED TO AUD-SUM-ACCEPTED
003430     END-IF.
003440 3200-EXIT.
003450     EXIT.
003460*
003470*--------------------------------------------------------------*
003480* 3300-PRINT-HEADINGS - PAGE HEADINGS FOR THE SUMMARY REPORT   *
003490*--------------------------------------------------------------*
003500 3300-PRINT-HEADINGS.
003510     ADD 1 TO AUD-PAGE-COUNT.
003520     MOVE AUD-PAGE-COUNT TO ARP-H1-PAGE.
003530     IF MONTH-FILTER-ON
003540         MOVE AUD-MONTH-FILTER TO ARP-H1-MONTH
003550     ELSE
003560         MOVE "ALL MONTHS" TO ARP-H1-MONTH
003570     END-IF.
003580     WRITE AUDIT-REPORT-RECORD FROM ARP-HEADING-1.
003590     WRITE AUDIT-REPORT-RECORD FROM ARP-HEADING-2.
003600     MOVE ZERO TO AUD-LINE-COUNT.
003610 3300-EXIT.
003620     EXIT.
003630*
003640*--------------------------------------------------------------*
003650* 3400-TALLY-REVERSAL - COUNT ONE NUMREVRS "REVR" RECORD AS A  *
003660*                       RUN AND FILE ITS FIGURES UNDER ITS RUN *
003670*                       DATE IN THE NIGHT TABLE, REPLACING ANY *
003680*                       EARLIER RECORD FOR THE SAME DATE. A    *
003690*                       FULL TABLE ADDS THE RECORD STRAIGHT    *
003700*                       INTO THE TOTALS WITH A WARNING (RC 4). *
003710*--------------------------------------------------------------*
003720 3400-TALLY-REVERSAL.
003730     ADD 1 TO AUD-REV-RUNS.
003740     MOVE 0 TO AUD-REV-NIGHT-IX.
003750     PERFORM VARYING N-IX FROM 1 BY 1
003760             UNTIL N-IX > AUD-REV-NIGHT-COUNT
003770                 OR AUD-REV-NIGHT-IX > 0
003780         IF ARN-RUN-DATE(N-IX) = RIN-RUN-DATE
003790             MOVE N-IX TO AUD-REV-NIGHT-IX
003800         END-IF
003810     END-PERFORM.
003820     IF AUD-REV-NIGHT-IX = 0
003830         IF AUD-REV-NIGHT-COUNT < AUD-REV-NIGHT-MAX
003840             ADD 1 TO AUD-REV-NIGHT-COUNT
003850             MOVE AUD-REV-NIGHT-COUNT TO AUD-REV-NIGHT-IX
003860             MOVE RIN-RUN-DATE
003870                 TO ARN-RUN-DATE(AUD-REV-NIGHT-IX)
003880         ELSE
003890             DISPLAY "NUMAUDIT - *** WARNING - MORE THAN "
003900                 AUD-REV-NIGHT-MAX " REVERSAL NIGHTS, "
003910                 RIN-RUN-DATE " COUNTED AS IT STANDS ***"
003920             IF RETURN-CODE < 4
003930                 MOVE 4 TO RETURN-CODE
003940             END-IF
003950             PERFORM 3450-ADD-REVERSAL THRU 3450-EXIT
003960             GO TO 3400-EXIT
003970         END-IF
003980     END-IF.
003990     MOVE 0 TO ARN-ISSUED(AUD-REV-NIGHT-IX).
004000     MOVE 0 TO ARN-TOTAL(AUD-REV-NIGHT-IX).
004010     MOVE 0 TO ARN-REFUSED(AUD-REV-NIGHT-IX).
004020     MOVE 0 TO ARN-HELD(AUD-REV-NIGHT-IX).
004030     IF RIN-ISSUED-COUNT NUMERIC
004040         MOVE RIN-ISSUED-COUNT TO ARN-ISSUED(AUD-REV-NIGHT-IX)
004050     END-IF.
004060     IF RIN-ISSUED-TOTAL NUMERIC
004070         MOVE RIN-ISSUED-TOTAL TO ARN-TOTAL(AUD-REV-NIGHT-IX)
004080     END-IF.
004090     IF RIN-REFUSED-COUNT NUMERIC
004100         MOVE RIN-REFUSED-COUNT TO ARN-REFUSED(AUD-REV-NIGHT-IX)
004110     END-IF.
004120     IF RIN-HELD-COUNT NUMERIC
004130         MOVE RIN-HELD-COUNT TO ARN-HELD(AUD-REV-NIGHT-IX)
004140     END-IF.
004150 3400-EXIT.
004160     EXIT.
004170*
004180*--------------------------------------------------------------*
004190* 3450-ADD-REVERSAL - ADD THE CURRENT "REVR" RECORD STRAIGHT   *
004200*                     INTO THE REVERSAL TOTALS                 *
004210*--------------------------------------------------------------*
004220 3450-ADD-REVERSAL.
004230     IF RIN-ISSUED-COUNT NUMERIC
004240         ADD RIN-ISSUED-COUNT TO AUD-REV-ISSUED
004250     END-IF.
004260     IF RIN-ISSUED-TOTAL NUMERIC
004270         ADD RIN-ISSUED-TOTAL TO AUD-REV-TOTAL
004280     END-IF.
004290     IF RIN-REFUSED-COUNT NUMERIC
004300         ADD RIN-REFUSED-COUNT TO AUD-REV-REFUSED
004310     END-IF.
004320     IF RIN-HELD-COUNT NUMERIC
004330         ADD RIN-HELD-COUNT TO AUD-REV-HELD
004340     END-IF.
004350 3450-EXIT.
004360     EXIT.
004370*
004380*--------------------------------------------------------------*
004390* 3500-ROLL-REVERSALS - ADD EACH NIGHT'S LAST "REVR" FIGURES   *
004400*                       INTO THE REVERSAL TOTALS               *
004410*--------------------------------------------------------------*
004420 3500-ROLL-REVERSALS.
004430     PERFORM VARYING N-IX FROM 1 BY 1
004440             UNTIL N-IX > AUD-REV-NIGHT-COUNT
004450         ADD ARN-ISSUED(N-IX) TO AUD-REV-ISSUED
004460         ADD ARN-TOTAL(N-IX) TO AUD-REV-TOTAL
004470         ADD ARN-REFUSED(N-IX) TO AUD-REV-REFUSED
004480         ADD ARN-HELD(N-IX) TO AUD-REV-HELD
004490     END-PERFORM.
004500 3500-EXIT.
004510     EXIT.
004520*
004530*--------------------------------------------------------------*
004540* 4000-PRINT-TOTALS - MONTHLY TOTALS FOR THE AUDITORS          *
004550*--------------------------------------------------------------*
004560 4000-PRINT-TOTALS.
004570     IF NOT AUDIT-REPORT-OK
004580         GO TO 4000-EXIT
004590     END-IF.
004600     MOVE "EXECUTIONS REPORTED    : " TO ARP-TOT-LABEL.
004610     MOVE AUD-RUNS-PRINTED TO ARP-TOT-COUNT.
004620     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004630     MOVE "CLEAN (RC 0000)        : " TO ARP-TOT-LABEL.
004640     MOVE AUD-RUNS-CLEAN TO ARP-TOT-COUNT.
004650     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004660     MOVE "WARNED (RC NOT 0000)   : " TO ARP-TOT-LABEL.
004670     MOVE AUD-RUNS-WARNED TO ARP-TOT-COUNT.
004680     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004690     MOVE "CHECKPOINT RESTARTS    : " TO ARP-TOT-LABEL.
004700     MOVE AUD-RUNS-RESTARTED TO ARP-TOT-COUNT.
004710     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004720     MOVE "RECORDS ACCEPTED       : " TO ARP-TOT-LABEL.
004730     MOVE AUD-SUM-ACCEPTED TO ARP-TOT-COUNT.
004740     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004750     MOVE "REVERSAL RUNS          : " TO ARP-TOT-LABEL.
004760     MOVE AUD-REV-RUNS TO ARP-TOT-COUNT.
004770     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004780     MOVE "REVERSALS ISSUED       : " TO ARP-TOT-LABEL.
004790     MOVE AUD-REV-ISSUED TO ARP-TOT-COUNT.
004800     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004810     MOVE "AMOUNT REVERSED        : " TO ARP-AMT-LABEL.
004820     MOVE AUD-REV-TOTAL TO ARP-AMT-TOTAL.
004830     WRITE AUDIT-REPORT-RECORD FROM ARP-AMOUNT-LINE.
004840     MOVE "REVERSALS REFUSED      : " TO ARP-TOT-LABEL.
004850     MOVE AUD-REV-REFUSED TO ARP-TOT-COUNT.
004860     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004870     MOVE "REVERSALS HELD         : " TO ARP-TOT-LABEL.
004880     MOVE AUD-REV-HELD TO ARP-TOT-COUNT.
004890     WRITE AUDIT-REPORT-RECORD FROM ARP-TOTAL-LINE.
004900     CLOSE AUDIT-REPORT-FILE.
004910*
004920     DISPLAY "NUMAUDIT - EXECUTIONS REPORTED = "
004930         AUD-RUNS-PRINTED.
004940 4000-EXIT.
004950     EXIT.
004960*
004970*--------------------------------------------------------------*
004980* 9999-TERMINATE - END OF JOB                                  *
004990*--------------------------------------------------------------*
005000 9999-TERMINATE.
005010     STOP RUN.
005020 9999-EXIT.
005030     EXIT.
