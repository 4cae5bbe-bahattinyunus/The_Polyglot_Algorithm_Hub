000170*--------------------------------------------------------------*
000180* MODIFICATION HISTORY                                         *
000190*--------------------------------------------------------------*
000200* 2026-08-09 RH  LOAD ARRAY FROM SORT-INPUT-FILE INSTEAD OF    *
000210*                HARDCODED MOVE STATEMENTS SO THE JOB CAN SORT *
000220*                WHATEVER OPERATIONS HANDS IT ON A GIVEN DAY.  *
000230* 2026-08-09 RH  ADDED SORT-REPORT-FILE - DATED, PAGED REPORT  *
000240*                OF THE SORTED VALUES WITH A RECORD COUNT      *
000250*                TRAILER, FOR FILING/AUDIT.                    *
000260* 2026-08-09 RH  WIDENED NUM-ITEM/SIR-VALUE TO PIC 9(07) SO    *
000270*                REAL INVOICE/QUANTITY/BALANCE VALUES DO NOT   *
000280*                TRUNCATE; WIDENED ARR-SIZE TO PIC 9(05).      *
000290* 2026-08-09 RH  SORT ORDER NOW DRIVEN BY A ONE-CHARACTER      *
000300*                CONTROL CARD (A/D) INSTEAD OF A FIXED         *
000310*                ASCENDING SORT.                               *
000320* 2026-08-09 RH  ADDED NUM-SEQ AS A SECONDARY, ALWAYS-         *
000330*                ASCENDING KEY SO TIED VALUES BREAK THE SAME   *
000340*                WAY EVERY RUN REGARDLESS OF SORT DIRECTION.   *
000350* 2026-08-09 RH  ADDED CHECKPOINT/RESTART - A CHECKPOINT IS    *
000360*                WRITTEN AFTER THE LOAD STEP AND AFTER THE     *
000370*                SORT STEP SO AN ABEND PARTWAY THROUGH DOES    *
000380*                NOT FORCE A FULL RERUN.                       *
000390* 2026-08-09 RH  ADDED BEFORE/AFTER CONTROL-TOTAL              *
000400*                RECONCILIATION - LOGGED TO RECON-LOG-FILE,    *
000410*                MISMATCH FLAGGED WITH A DISPLAY AND A NON-    *
000420*                ZERO RETURN-CODE.                             *
000430* 2026-08-09 RH  NUM-ITEM IS NOW OCCURS DEPENDING ON ARR-SIZE  *
000440*                INSTEAD OF A FIXED OCCURS 6 TIMES, SO THE     *
000450*                WORK TABLE GROWS WITH THE INPUT FILE UP TO    *
000460*                WS-MAX-ARR-SIZE.                              *
000470* 2026-08-09 RH  SORT-INPUT-FILE RECORDS ARE NOW VALIDATED AS  *
000480*                NUMERIC BEFORE THEY GO INTO THE WORK TABLE.   *
000490*                BAD RECORDS ARE WRITTEN TO REJECT-FILE WITH A *
000500*                REASON AND COUNTED IN A SUMMARY DISPLAY.      *
000510* 2026-08-09 RH  RECONCILE-BEFORE/AFTER NOW RUN ON EVERY       *
000520*                EXECUTION REGARDLESS OF WHERE A RESTART PICKS *
000530*                UP, SO A CHECKPOINT TAKEN RIGHT AFTER THE SORT*
000540*                CAN NO LONGER SKIP RECONCILIATION ENTIRELY.   *
000550*                REJECT-FILE NOW GETS A TRAILER WITH THE       *
000560*                REJECT COUNT, AND A FULL SORT-INPUT-FILE NO   *
000570*                LONGER DROPS EXCESS RECORDS SILENTLY.         *
000580* 2026-08-22 RH  SORT-INPUT-RECORD EXPANDED FROM A BARE 7-DIGIT*
000590*                VALUE TO THE FULL TRANSACTION RECORD (ACCOUNT,*
000600*                BRANCH, TRAN DATE, AMOUNT, TYPE). THE WHOLE   *
000610*                RECORD RIDES THROUGH THE WORK TABLE, THE      *
000620*                CHECKPOINT, AND THE REPORT. THE SORT FIELD IS *
000630*                NOW NAMED ON THE CONTROL CARD (AMOUNT/ACCOUNT/*
000640*                BRANCH/DATE) ALONGSIDE THE A/D DIRECTION;     *
000650*                CONTROL TOTALS REMAIN ON THE AMOUNT.          *
000660* 2026-08-22 RH  ADDED A STATISTICS SUMMARY AFTER THE SORT -   *
000670*                LOW/HIGH/MEAN/MEDIAN AMOUNT AND DUPLICATE     *
000680*                COUNT - WRITTEN TO THE NEW STATS-FILE         *
000690*                (SORTSTAT) AND REPEATED AS A SUMMARY BLOCK    *
000700*                AFTER THE REPORT TRAILER.                     *
000710* 2026-08-22 RH  SORTED RECORDS NOW ALSO GO TO SORTED-OUTPUT-  *
000720*                FILE (SORTOUT) AS PLAIN RECORD IMAGES SO THE  *
000730*                MONTH-TO-DATE MERGE STEP CAN CONSUME THE      *
000740*                DAY'S RESULT INSTEAD OF THE PRINTED REPORT.   *
000750* 2026-08-22 RH  DUPLICATE HANDLING MODE ON THE CONTROL CARD   *
000760*                (COL 10): R FLAGS REPEATED RECORDS ON THE     *
000770*                REPORT, D SUPPRESSES THEM AND WRITES EVERY    *
000780*                SUPPRESSED COPY TO DUP-AUDIT-FILE (SORTDUPA)  *
000790*                WITH ITS INPUT SEQUENCE. SUPPRESSED COUNTS    *
000800*                ARE CARRIED IN THE CHECKPOINT HEADER AND      *
000810*                RECONCILED AFTER THE SORT SO NOTHING          *
000820*                DISAPPEARS UNACCOUNTED FOR.                   *
000830* 2026-08-22 RH  REJECT-FILE DETAIL LINES NOW CARRY THE INPUT  *
000840*                SEQUENCE NUMBER SO THE REJECT-RECYCLE JOB CAN *
000850*                KEY CORRECTION CARDS TO THEM, AND NUM-SEQ IS  *
000860*                NOW THE TRUE INPUT SEQUENCE (READ POSITION)   *
000870*                RATHER THAN THE ACCEPTED-RECORD COUNT, SO THE *
000880*                SAME NUMBER IDENTIFIES A RECORD ON EVERY LOG. *
000890* 2026-08-22 RH  ONE AUDIT RECORD IS NOW APPENDED TO THE       *
000900*                PERMANENT AUDIT-TRAIL-FILE (SORTAUDT) AT END  *
000910*                OF EVERY EXECUTION - RUN DATE/TIME, CONTROL   *
000920*                CARD SETTINGS, ACCEPT/REJECT/SORT COUNTS,     *
000930*                BEFORE/AFTER CONTROL TOTALS, FINAL RETURN-    *
000940*                CODE, AND WHETHER THE RUN WAS A CHECKPOINT    *
000950*                RESTART - SO EVERY DAILY SORT CAN BE PROVEN   *
000960*                AFTER THE JOB LOG IS GONE.                    *
000970* 2026-08-22 RH  ADDED THE LEDGER-EXTRACT-FILE (SORTEXT) - A   *
000980*                FIXED-LAYOUT INTERFACE FEED OF THE SORTED     *
000990*                RECORDS WITH A RUN-DATE/DIRECTION HEADER AND  *
001000*                A COUNT/CONTROL-TOTAL TRAILER SO THE LEDGER   *
001010*                INTAKE JOB CAN BALANCE THE FEED INSTEAD OF    *
001020*                RE-KEYING THE PRINTED REPORT.                 *
001030* 2026-08-22 RH  BUSINESS RANGE CHECKING - THE CONTROL CARD    *
001040*                NOW CARRIES A MINIMUM (COLS 11-17) AND        *
001050*                MAXIMUM (COLS 18-24) ACCEPTABLE AMOUNT.       *
001060*                OUT-OF-RANGE RECORDS STILL SORT BUT ARE       *
001070*                FLAGGED *EXC ON THE REPORT, LISTED ON THE NEW *
001080*                EXCEPTION-FILE (SORTEXCP) WITH THEIR INPUT    *
001090*                SEQUENCE, AND FORCE A WARNING RETURN-CODE SO  *
001100*                DISTRIBUTION HOLDS UNTIL SOMEONE REVIEWS      *
001110*                THEM. THE CONTROL CARD IS NOW READ UP FRONT   *
001120*                ON EVERY EXECUTION SO RESTARTS SEE THE SAME   *
001130*                LIMITS.                                       *
001140* 2026-08-22 RH  CONSOLIDATED MULTI-SOURCE MODE - CONTROL CARD *
001150*                COL 25 = C READS THE FIVE REGIONAL INPUT      *
001160*                FILES (SORTIN1-SORTIN5) IN ONE EXECUTION.     *
001170*                EACH LOADED RECORD IS TAGGED WITH ITS SOURCE, *
001180*                THE SOURCE PRINTS ON THE REPORT DETAIL LINE,  *
001190*                AND RECONCILIATION NOW BALANCES PER SOURCE AS *
001200*                WELL AS IN TOTAL, WITH THE PER-SOURCE BEFORE  *
001210*                FIGURES CARRIED THROUGH THE CHECKPOINT.       *
001220*                DEFAULT REMAINS THE SINGLE SORTIN FEED.       *
001230* 2026-08-22 RH  DAY-OVER-DAY TREND CHECK - EVERY RUN APPENDS  *
001240*                ITS ACCEPTED COUNT AND CONTROL TOTAL TO THE   *
001250*                PERMANENT RUN-HISTORY-FILE (SORTHIST) AND     *
001260*                COMPARES TODAY AGAINST THE PRIOR RUN. A SWING *
001270*                BEYOND THE CONTROL-CARD TOLERANCE (COLS 26-27,*
001280*                PERCENT, DEFAULT 25, 00 DISABLES) WRITES AN   *
001290*                ALERT TO THE RECON LOG AND SETS A WARNING     *
001300*                RETURN-CODE - INTERNAL BALANCING PROVES THE   *
001310*                SORT KEPT WHAT IT WAS FED; THIS CATCHES A     *
001320*                FEED THAT ARRIVED SHORT IN THE FIRST PLACE.   *
001330* 2026-09-02 RH  ACCOUNT AND BRANCH ARE NOW EDITED AGAINST THE *
001340*                BRANCH/ACCOUNT REFERENCE MASTER (REFMAST) -   *
001350*                UNKNOWN OR CLOSED BRANCHES AND ACCOUNTS GO TO *
001360*                THE REJECT FILE WITH A REASON INSTEAD OF      *
001370*                RIDING THROUGH TO THE REPORT, THE MTD MASTER  *
001380*                AND THE LEDGER EXTRACT. THE MASTER IS KEPT    *
001390*                CURRENT BY THE NEW NUMREFMT MAINTENANCE JOB.  *
001400* 2026-09-02 RH  TYPE CODES ARE NOW DEFINED ON THE TYPE-CODE   *
001410*                REFERENCE FILE (TYPEMAST) - CODE, DESCRIPTION *
001420*                AND DEBIT/CREDIT SIDE. UNKNOWN CODES ARE      *
001430*                REJECTED AT LOAD TIME, AND THE RECONCILIATION *
001440*                TOTALS, THE STATISTICS SUMMARY AND THE LEDGER *
001450*                EXTRACT TRAILER NOW CARRY TRUE NET FIGURES    *
001460*                (DEBITS LESS CREDITS) ALONGSIDE THE GROSS     *
001470*                CONTROL TOTALS, SO THE LEDGER INTAKE CAN      *
001480*                BALANCE ON NET WITHOUT A CALCULATOR.          *
001490* 2026-09-02 RH  CROSS-DAY DUPLICATE CHECK - EVERY ACCEPTED    *
001500*                RECORD IS MATCHED AGAINST THE ROLLING         *
001510*                RECENTLY-SEEN FILE (SEENIN, THE LAST FIVE     *
001520*                DAILY GENERATIONS CONCATENATED) AND FLAGGED   *
001530*                *XDY ON THE REPORT WHEN THE SAME BUSINESS     *
001540*                RECORD WAS POSTED ON A PRIOR DAY. WHEN THE    *
001550*                FLAGGED FRACTION OF THE FEED PASSES THE       *
001560*                CONTROL-CARD TOLERANCE (COLS 28-29, PERCENT,  *
001570*                DEFAULT 50, 00 DISABLES) THE RUN ENDS RC 12   *
001580*                SO A RESUBMITTED FILE IS STOPPED BEFORE THE   *
001590*                TRANSMIT STEP. TODAY'S POSTED RECORDS ARE     *
001600*                CUT TO SEENOUT AS THE NEWEST GENERATION.      *
001610* 2026-09-02 RH  REBUILT FILE-TO-FILE ON THE EXTERNAL SORT -   *
001620*                THE 5000-ENTRY WORK TABLE AND ITS "REMAINDER  *
001630*                NOT PROCESSED" CEILING ARE GONE. THE LOAD     *
001640*                EDITS EACH FEED RECORD STRAIGHT TO THE        *
001650*                ACCEPTED WORK FILE (SORTACPT), THE SORT VERB  *
001660*                ORDERS IT THROUGH SORTWK01-03 INTO THE        *
001670*                SEQUENCED WORK FILE (SORTSRTD) WITH THE       *
001680*                DUPLICATE SCAN RIDING THE SORT OUTPUT, AND    *
001690*                ONE SEQUENTIAL PASS CUTS THE REPORT, SORTOUT, *
001700*                SORTEXT, SORTEXCP AND SEENOUT TOGETHER. THE   *
001710*                CHECKPOINT NOW CARRIES ONLY THE STEP REACHED  *
001720*                AND THE CONTROL FIGURES - THE WORK FILES ARE  *
001730*                THE RESTART DATA. COUNTS WIDENED TO 9(07)     *
001740*                THROUGHOUT (TRAIL, HISTORY, EXTRACT TRAILER,  *
001750*                REJECT/DUP/EXCEPTION LOGS) FOR 50,000-RECORD  *
001760*                DAYS. THE CONSOLE ARRAY TRACE IS RETIRED.     *
001770* 2026-09-02 RH  THE SORT STEP NOW REFUSES TO RUN (RC 16) WHEN *
001780*                A PRIOR ATTEMPT'S PARTIAL SEQUENCED WORK FILE *
001790*                IS STILL ON FILE - SORTSRTD IS DISP=MOD SO IT *
001800*                SURVIVES AN ABEND FOR A STEP-2 RESTART, WHICH *
001810*                ALSO MEANS OPEN OUTPUT WOULD EXTEND IT AND A  *
001820*                STEP-1 RESTART WOULD DOUBLE-COUNT EVERY       *
001830*                OUTPUT. OPERATIONS SCRATCHES IT WITH THE NEW  *
001840*                NUMRSTRT JOB BEFORE A RESTART THAT RERUNS THE *
001850*                SORT; A STEP-2 RESTART MUST KEEP IT.          *
001860* 2026-09-02 RH  THE EDITS-OFF STATE FROM A LOAD THAT RAN WITH *
001870*                REFMAST, TYPEMAST OR SEENIN MISSING NOW RIDES *
001880*                THE CHECKPOINT AND RE-ASSERTS ITS RC 8 HOLD   *
001890*                ON A RESTART - A RESTARTED NIGHT USED TO      *
001900*                FINISH RC 0 AND RELEASE UNEDITED DATA.        *
001910* 2026-09-02 RH  THE SORT-DONE CHECKPOINT IS NOW ONLY WRITTEN  *
001920*                WHEN THE SORT PHASE ACTUALLY COMPLETED - A    *
001930*                FAILED OPEN OF THE SEQUENCED WORK FILE USED   *
001940*                TO CHECKPOINT ANYWAY, AND A RESTART WOULD     *
001950*                HAVE SKIPPED THE SORT INTO A MISSING FILE.    *
001960* 2026-09-02 RH  THE RUN DATE NOW COMES FROM THE BUSINESS-DATE *
001970*                CONTROL RECORD (BIZDATE) THE NUMBDATE STEP    *
001980*                MAINTAINS, SO A SCHEDULE THAT SLIPS PAST      *
001990*                MIDNIGHT KEEPS ITS PROCESSING DATE. A MISSING *
002000*                CONTROL RECORD FALLS BACK TO THE WALL CLOCK   *
002010*                WITH RC 4 SO OPERATIONS SEES IT.              *
002020* 2026-09-02 RH  THE DAY-OVER-DAY TREND CHECK NOW CONSULTS THE *
002030*                PROCESSING CALENDAR (CALENDAR) AND COMPARES   *
002040*                AGAINST THE LAST PRIOR RUN THAT FELL ON A     *
002050*                BUSINESS DAY, SO MONDAY COMPARES AGAINST      *
002060*                FRIDAY INSTEAD OF AN EMPTY SUNDAY AND STOPS   *
002070*                PAGING OPERATIONS EVERY MONDAY MORNING. NO    *
002080*                CALENDAR ON FILE = THE OLD LAST-RECORD        *
002090*                BEHAVIOR.                                     *
002100* 2026-10-15 RH  RECORDS DATED AFTER THE BUSINESS DATE ARE NO  *
002110*                LONGER POSTED EARLY. THEY ARE HELD ON THE     *
002120*                PERSISTENT WAREHOUSE FILE (WHSIN IN, WHSOUT   *
002130*                OUT) AND RELEASED INTO THE LOAD ON THE NIGHT  *
002140*                THEY FALL DUE, TAGGED *WHS ON THE REPORT. THE *
002150*                NEW WAREHOUSE LISTING (WHSRPT) SHOWS WHAT IS  *
002160*                QUEUED WITH COUNTS AND TOTALS BY DUE DATE, AND*
002170*                THE RECON LOG BALANCES OPENING PLUS IN AGAINST*
002180*                RELEASED PLUS CLOSING SO NOTHING IS LOST WHILE*
002190*                IT WAITS.                                     *
002200* 2026-10-15 RH  IN CONSOLIDATED MODE EACH REGIONAL FEED NOW   *
002210*                CARRIES A HEADER (REGION, FEED BUSINESS DATE, *
002220*                FILE SEQUENCE) AND A TRAILER (RECORD COUNT,   *
002230*                AMOUNT HASH TOTAL). A FEED IS PROVED IN A     *
002240*                FIRST PASS AND REFUSED WHOLE WHEN IT IS STALE,*
002250*                REPEATED OR TRUNCATED (RC 8) WHILE THE OTHER  *
002260*                REGIONS LOAD. THE FEED-ARRIVAL CONTROL FILE   *
002270*                (FEEDIN/FEEDOUT) KEEPS EACH REGION'S LAST     *
002280*                ACCEPTED SEQUENCE AND THE RECON LOG GAINS A   *
002290*                FEED-STATUS SECTION.                          *
002300* 2026-10-15 RH  TYPE CODES NOW CARRY AN EFFECTIVE DATE AND A  *
002310*                RETIRE DATE (TYPEMAST COLS 24-39, MAINTAINED  *
002320*                BY THE NUMTYPMT JOB). ONLY THE CODES IN EFFECT*
002330*                ON THE BUSINESS DATE ARE LOADED, SO A CODE SET*
002340*                UP AHEAD OF TIME OR ALREADY RETIRED REJECTS   *
002350*                LIKE AN UNKNOWN ONE. BLANK DATES ARE ALWAYS IN*
002360*                EFFECT.                                       *
002370* 2026-10-15 RH  THE CHECKPOINT HEADER NOW CARRIES THE BUSINESS*
002380*                DATE IT WAS WRITTEN UNDER (COLS 49-56), SO THE*
002390*                NUMRADV RESTART ADVISOR CAN TELL TONIGHT'S    *
002400*                CHECKPOINT FROM ONE LEFT BY AN EARLIER NIGHT. *
002410* 2026-10-15 RH  THE REFERENCE MASTER (REFMAST) IS NOW A KEYED *
002420*                INDEXED FILE. 3260/3270 READ EACH BRANCH AND  *
002430*                ACCOUNT DIRECTLY BY TYPE/KEY INSTEAD OF       *
002440*                SEARCHING TABLES LOADED UP FRONT, SO THE      *
002450*                1,000-BRANCH AND 5,000-ACCOUNT CEILINGS ARE   *
002460*                GONE. A READ FAILURE PART WAY THROUGH THE     *
002470*                LOAD TURNS THE EDITS OFF WITH RC 8, THE SAME  *
002480*                AS A MISSING MASTER.                          *
002490* 2026-10-15 RH  A FAILED WRITE OF THE FEED-ARRIVAL CONTROL    *
002500*                FILE IS NOW CAUGHT AND ENDS RC 16, THE SAME AS*
002510*                A FAILED OPEN OF IT - A PART-WRITTEN FILE     *
002520*                LOSES THE REGIONS' LAST SEQUENCES.            *
002530*--------------------------------------------------------------*
002540 ENVIRONMENT DIVISION.
002550 INPUT-OUTPUT SECTION.
002560 FILE-CONTROL.
002570     SELECT SORT-INPUT-FILE  ASSIGN TO SORTIN
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS SORT-INPUT-STATUS.
002600*
002610     SELECT SORT-INPUT1-FILE ASSIGN TO SORTIN1
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS SORT-INPUT1-STATUS.
002640*
002650     SELECT SORT-INPUT2-FILE ASSIGN TO SORTIN2
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS SORT-INPUT2-STATUS.
002680*
002690     SELECT SORT-INPUT3-FILE ASSIGN TO SORTIN3
002700         ORGANIZATION IS LINE SEQUENTIAL
002710         FILE STATUS IS SORT-INPUT3-STATUS.
002720*
002730     SELECT SORT-INPUT4-FILE ASSIGN TO SORTIN4
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS SORT-INPUT4-STATUS.
002760*
002770     SELECT SORT-INPUT5-FILE ASSIGN TO SORTIN5
002780         ORGANIZATION IS LINE SEQUENTIAL
002790         FILE STATUS IS SORT-INPUT5-STATUS.
002800*
002810     SELECT SORT-REPORT-FILE ASSIGN TO SORTRPT
002820         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS SORT-REPORT-STATUS.
002840*
002850     SELECT CONTROL-CARD-FILE ASSIGN TO SORTCTL
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS CONTROL-CARD-STATUS.
002880*
002890     SELECT CHECKPOINT-FILE  ASSIGN TO SORTCKPT
002900         ORGANIZATION IS LINE SEQUENTIAL
002910         FILE STATUS IS CHECKPOINT-STATUS.
002920*
002930     SELECT RECON-LOG-FILE   ASSIGN TO SORTRECN
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS RECON-LOG-STATUS.
002960*
002970     SELECT REJECT-FILE      ASSIGN TO SORTREJ
002980         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS REJECT-FILE-STATUS.
003000*
003010     SELECT STATS-FILE       ASSIGN TO SORTSTAT
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS STATS-FILE-STATUS.
003040*
003050     SELECT SORTED-OUTPUT-FILE ASSIGN TO SORTOUT
003060         ORGANIZATION IS LINE SEQUENTIAL
003070         FILE STATUS IS SORTED-OUTPUT-STATUS.
003080*
003090     SELECT DUP-AUDIT-FILE   ASSIGN TO SORTDUPA
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS DUP-AUDIT-STATUS.
003120*
003130     SELECT AUDIT-TRAIL-FILE ASSIGN TO SORTAUDT
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS AUDIT-TRAIL-STATUS.
003160*
003170     SELECT LEDGER-EXTRACT-FILE ASSIGN TO SORTEXT
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS LEDGER-EXTRACT-STATUS.
003200*
003210     SELECT EXCEPTION-FILE   ASSIGN TO SORTEXCP
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS EXCEPTION-STATUS.
003240*
003250     SELECT RUN-HISTORY-FILE ASSIGN TO SORTHIST
003260         ORGANIZATION IS LINE SEQUENTIAL
003270         FILE STATUS IS RUN-HISTORY-STATUS.
003280*
003290     SELECT REF-MASTER-FILE  ASSIGN TO REFMAST
003300         ORGANIZATION IS INDEXED
003310         ACCESS MODE IS DYNAMIC
003320         RECORD KEY IS REF-REC-KEY
003330         FILE STATUS IS REF-MASTER-STATUS.
003340*
003350     SELECT TYPE-MASTER-FILE ASSIGN TO TYPEMAST
003360         ORGANIZATION IS LINE SEQUENTIAL
003370         FILE STATUS IS TYPE-MASTER-STATUS.
003380*
003390     SELECT SEEN-IN-FILE     ASSIGN TO SEENIN
003400         ORGANIZATION IS LINE SEQUENTIAL
003410         FILE STATUS IS SEEN-IN-STATUS.
003420*
003430     SELECT SEEN-OUT-FILE    ASSIGN TO SEENOUT
003440         ORGANIZATION IS LINE SEQUENTIAL
003450         FILE STATUS IS SEEN-OUT-STATUS.
003460*
003470     SELECT ACCEPTED-FILE    ASSIGN TO SORTACPT
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS ACCEPTED-STATUS.
003500*
003510     SELECT SORTED-FILE      ASSIGN TO SORTSRTD
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS SORTED-FILE-STATUS.
003540*
003550     SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.
003560*
003570     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
003580         ORGANIZATION IS LINE SEQUENTIAL
003590         FILE STATUS IS BUSINESS-DATE-STATUS.
003600*
003610     SELECT CALENDAR-FILE    ASSIGN TO CALENDAR
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS CALENDAR-STATUS.
003640*
003650     SELECT WAREHOUSE-IN-FILE ASSIGN TO WHSIN
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS WAREHOUSE-IN-STATUS.
003680*
003690     SELECT WAREHOUSE-OUT-FILE ASSIGN TO WHSOUT
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS WAREHOUSE-OUT-STATUS.
003720*
003730     SELECT WAREHOUSE-RPT-FILE ASSIGN TO WHSRPT
003740         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS WAREHOUSE-RPT-STATUS.
003760*
003770     SELECT FEED-ARRIVAL-IN-FILE ASSIGN TO FEEDIN
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS FEED-ARRIVAL-IN-STATUS.
003800*
003810     SELECT FEED-ARRIVAL-OUT-FILE ASSIGN TO FEEDOUT
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS FEED-ARRIVAL-OUT-STATUS.
003840*
003850 DATA DIVISION.
003860 FILE SECTION.
003870 FD  SORT-INPUT-FILE
003880     RECORDING MODE IS F.
003890 01  SORT-INPUT-RECORD       PIC X(31).
003900*
003910 FD  SORT-INPUT1-FILE
003920     RECORDING MODE IS F.
003930 01  SORT-INPUT1-RECORD      PIC X(31).
003940*
003950 FD  SORT-INPUT2-FILE
003960     RECORDING MODE IS F.
003970 01  SORT-INPUT2-RECORD      PIC X(31).
003980*
003990 FD  SORT-INPUT3-FILE
004000     RECORDING MODE IS F.
004010 01  SORT-INPUT3-RECORD      PIC X(31).
004020*
004030 FD  SORT-INPUT4-FILE
004040     RECORDING MODE IS F.
004050 01  SORT-INPUT4-RECORD      PIC X(31).
004060*
004070 FD  SORT-INPUT5-FILE
004080     RECORDING MODE IS F.
004090 01  SORT-INPUT5-RECORD      PIC X(31).
004100*
004110 FD  SORT-REPORT-FILE
004120     RECORDING MODE IS F.
004130 01  SORT-REPORT-RECORD      PIC X(80).
004140*
004150 FD  CONTROL-CARD-FILE
004160     RECORDING MODE IS F.
004170 01  CONTROL-CARD-RECORD.
004180     05  CC-SORT-DIRECTION   PIC X(01).
004190     05  CC-SORT-FIELD       PIC X(08).
004200     05  CC-DUP-MODE         PIC X(01).
004210     05  CC-MIN-VALUE        PIC X(07).
004220     05  CC-MAX-VALUE        PIC X(07).
004230     05  CC-RUN-MODE         PIC X(01).
004240     05  CC-TREND-TOL        PIC X(02).
004250     05  CC-XDAY-TOL         PIC X(02).
004260*
004270 FD  CHECKPOINT-FILE
004280     RECORDING MODE IS F.
004290 01  CHECKPOINT-RECORD       PIC X(80).
004300*
004310 FD  RECON-LOG-FILE
004320     RECORDING MODE IS F.
004330 01  RECON-LOG-RECORD        PIC X(80).
004340*
004350 FD  REJECT-FILE
004360     RECORDING MODE IS F.
004370 01  REJECT-RECORD           PIC X(80).
004380*
004390 FD  STATS-FILE
004400     RECORDING MODE IS F.
004410 01  STATS-RECORD            PIC X(80).
004420*
004430 FD  SORTED-OUTPUT-FILE
004440     RECORDING MODE IS F.
004450 01  SORTED-OUTPUT-RECORD.
004460     05  SOR-ACCOUNT         PIC X(10).
004470     05  SOR-BRANCH          PIC X(04).
004480     05  SOR-TRAN-DATE       PIC 9(08).
004490     05  SOR-AMOUNT          PIC 9(07).
004500     05  SOR-TYPE-CODE       PIC X(02).
004510*
004520 FD  DUP-AUDIT-FILE
004530     RECORDING MODE IS F.
004540 01  DUP-AUDIT-RECORD        PIC X(80).
004550*
004560 FD  LEDGER-EXTRACT-FILE
004570     RECORDING MODE IS F.
004580 01  LEDGER-EXTRACT-RECORD   PIC X(40).
004590*
004600 FD  EXCEPTION-FILE
004610     RECORDING MODE IS F.
004620 01  EXCEPTION-RECORD        PIC X(80).
004630*
004640 FD  RUN-HISTORY-FILE
004650     RECORDING MODE IS F.
004660 01  RUN-HISTORY-RECORD.
004670     05  HST-RUN-DATE        PIC 9(08).
004680     05  HST-RUN-TIME        PIC 9(06).
004690     05  HST-ACCEPTED        PIC 9(07).
004700     05  HST-TOTAL           PIC 9(12).
004710     05  FILLER              PIC X(07).
004720*
004730 FD  REF-MASTER-FILE.
004740 01  REF-MASTER-RECORD.
004750     05  REF-REC-KEY.
004760         10  REF-REC-TYPE    PIC X(01).
004770         10  REF-KEY         PIC X(10).
004780     05  REF-BRANCH          PIC X(04).
004790     05  REF-STATUS          PIC X(01).
004800     05  REF-STAT-DATE       PIC X(08).
004810     05  REF-NAME            PIC X(20).
004820     05  FILLER              PIC X(36).
004830*
004840 FD  TYPE-MASTER-FILE
004850     RECORDING MODE IS F.
004860 01  TYPE-MASTER-RECORD.
004870     05  TCM-CODE            PIC X(02).
004880     05  TCM-DC              PIC X(01).
004890     05  TCM-DESC            PIC X(20).
004900     05  TCM-EFF-DATE        PIC X(08).
004910     05  TCM-RETIRE-DATE     PIC X(08).
004920     05  FILLER              PIC X(41).
004930*
004940 FD  SEEN-IN-FILE
004950     RECORDING MODE IS F.
004960 01  SEEN-IN-RECORD.
004970     05  SNI-PROC-DATE       PIC X(08).
004980     05  SNI-BUSINESS-KEY    PIC X(31).
004990     05  FILLER              PIC X(01).
005000*
005010 FD  SEEN-OUT-FILE
005020     RECORDING MODE IS F.
005030 01  SEEN-OUT-RECORD.
005040     05  SNO-PROC-DATE       PIC 9(08).
005050     05  SNO-BUSINESS-KEY    PIC X(31).
005060     05  FILLER              PIC X(01).
005070*
005080 FD  AUDIT-TRAIL-FILE
005090     RECORDING MODE IS F.
005100 01  AUDIT-TRAIL-RECORD.
005110     05  AUD-RUN-DATE        PIC 9(08).
005120     05  AUD-RUN-TIME        PIC 9(06).
005130     05  AUD-SORT-DIR        PIC X(01).
005140     05  AUD-SORT-FIELD      PIC X(01).
005150     05  AUD-DUP-MODE        PIC X(01).
005160     05  AUD-ACCEPTED        PIC 9(07).
005170     05  AUD-REJECTED        PIC 9(07).
005180     05  AUD-SORTED          PIC 9(07).
005190     05  AUD-TOTAL-BEFORE    PIC 9(12).
005200     05  AUD-COUNT-AFTER     PIC 9(07).
005210     05  AUD-TOTAL-AFTER     PIC 9(12).
005220     05  AUD-RETURN-CODE     PIC 9(04).
005230     05  AUD-RESTART-FLAG    PIC X(01).
005240     05  FILLER              PIC X(06).
005250*
005260*--------------------------------------------------------------*
005270* ACCEPTED WORK FILE (SORTACPT) - EVERY RECORD THAT PASSED THE *
005280* LOAD EDITS, IN ARRIVAL ORDER, WITH ITS SEQUENCE, SOURCE AND  *
005290* FLAGS. THIS IS THE RESTART DATA FOR THE SORT STEP.           *
005300*--------------------------------------------------------------*
005310 FD  ACCEPTED-FILE
005320     RECORDING MODE IS F.
005330 01  ACCEPTED-RECORD         PIC X(50).
005340*
005350*--------------------------------------------------------------*
005360* SEQUENCED WORK FILE (SORTSRTD) - THE ACCEPTED RECORDS IN     *
005370* FINAL SORT ORDER WITH THE DUPLICATE FLAG SET. EVERY OUTPUT   *
005380* IS CUT FROM ONE PASS OVER THIS FILE, AND IT IS THE RESTART   *
005390* DATA FOR EVERYTHING AFTER THE SORT STEP.                     *
005400*--------------------------------------------------------------*
005410 FD  SORTED-FILE
005420     RECORDING MODE IS F.
005430 01  SORTED-RECORD           PIC X(50).
005440*
005450 SD  SORT-WORK-FILE.
005460 01  SORT-WORK-RECORD.
005470     05  SRT-KEY             PIC X(10).
005480     05  SRT-ACCOUNT         PIC X(10).
005490     05  SRT-BRANCH          PIC X(04).
005500     05  SRT-TRAN-DATE       PIC 9(08).
005510     05  SRT-VALUE           PIC 9(07).
005520     05  SRT-TYPE-CODE      PIC X(02).
005530     05  SRT-SEQ             PIC 9(07).
005540     05  SRT-SOURCE          PIC X(01).
005550     05  SRT-DC-FLAG         PIC X(01).
005560     05  SRT-XDAY-FLAG       PIC X(01).
005570     05  SRT-WHS-FLAG        PIC X(01).
005580*
005590 FD  BUSINESS-DATE-FILE
005600     RECORDING MODE IS F.
005610 01  BUSINESS-DATE-RECORD.
005620     05  BDR-BUSINESS-DATE   PIC X(08).
005630     05  FILLER              PIC X(72).
005640*
005650 FD  CALENDAR-FILE
005660     RECORDING MODE IS F.
005670 01  CALENDAR-RECORD.
005680     05  CAL-DATE            PIC X(08).
005690     05  CAL-DAY-TYPE        PIC X(01).
005700     05  CAL-DESC            PIC X(20).
005710     05  FILLER              PIC X(51).
005720*
005730*--------------------------------------------------------------*
005740* WAREHOUSE FILES - FUTURE-DATED RECORDS WAITING FOR THEIR     *
005750* BUSINESS DATE. WHSIN IS LAST NIGHT'S WAREHOUSE, WHSOUT       *
005760* TONIGHT'S; BOTH CARRY THE WS-WHS-REC LAYOUT. WHSRPT IS THE   *
005770* DAILY LISTING OF WHAT IS QUEUED.                             *
005780*--------------------------------------------------------------*
005790 FD  WAREHOUSE-IN-FILE
005800     RECORDING MODE IS F.
005810 01  WAREHOUSE-IN-RECORD     PIC X(80).
005820*
005830 FD  WAREHOUSE-OUT-FILE
005840     RECORDING MODE IS F.
005850 01  WAREHOUSE-OUT-RECORD    PIC X(80).
005860*
005870 FD  WAREHOUSE-RPT-FILE
005880     RECORDING MODE IS F.
005890 01  WAREHOUSE-RPT-RECORD    PIC X(80).
005900*
005910*--------------------------------------------------------------*
005920* FEED-ARRIVAL CONTROL FILE - ONE RECORD PER REGIONAL FEED WITH*
005930* THE LAST ACCEPTED FILE SEQUENCE. FEEDIN AND FEEDOUT ARE THE  *
005940* SAME DATASET; BOTH CARRY THE WS-FEED-ARRIVAL-REC LAYOUT.     *
005950*--------------------------------------------------------------*
005960 FD  FEED-ARRIVAL-IN-FILE
005970     RECORDING MODE IS F.
005980 01  FEED-ARRIVAL-IN-RECORD  PIC X(80).
005990*
006000 FD  FEED-ARRIVAL-OUT-FILE
006010     RECORDING MODE IS F.
006020 01  FEED-ARRIVAL-OUT-RECORD PIC X(80).
006030*
006040 WORKING-STORAGE SECTION.
006050*--------------------------------------------------------------*
006060* FILE STATUS SAVE AREAS                                       *
006070*--------------------------------------------------------------*
006080 01  SORT-INPUT-STATUS       PIC X(02) VALUE SPACES.
006090     88  SORT-INPUT-OK                 VALUE "00".
006100     88  SORT-INPUT-EOF                VALUE "10".
006110 01  SORT-INPUT1-STATUS      PIC X(02) VALUE SPACES.
006120     88  SORT-INPUT1-OK                VALUE "00".
006130 01  SORT-INPUT2-STATUS      PIC X(02) VALUE SPACES.
006140     88  SORT-INPUT2-OK                VALUE "00".
006150 01  SORT-INPUT3-STATUS      PIC X(02) VALUE SPACES.
006160     88  SORT-INPUT3-OK                VALUE "00".
006170 01  SORT-INPUT4-STATUS      PIC X(02) VALUE SPACES.
006180     88  SORT-INPUT4-OK                VALUE "00".
006190 01  SORT-INPUT5-STATUS      PIC X(02) VALUE SPACES.
006200     88  SORT-INPUT5-OK                VALUE "00".
006210 01  SORT-REPORT-STATUS      PIC X(02) VALUE SPACES.
006220     88  SORT-REPORT-OK                VALUE "00".
006230 01  CONTROL-CARD-STATUS     PIC X(02) VALUE SPACES.
006240     88  CONTROL-CARD-OK               VALUE "00".
006250 01  CHECKPOINT-STATUS       PIC X(02) VALUE SPACES.
006260     88  CHECKPOINT-OK                 VALUE "00".
006270 01  RECON-LOG-STATUS        PIC X(02) VALUE SPACES.
006280     88  RECON-LOG-OK                  VALUE "00".
006290 01  REJECT-FILE-STATUS      PIC X(02) VALUE SPACES.
006300     88  REJECT-FILE-OK                VALUE "00".
006310 01  STATS-FILE-STATUS       PIC X(02) VALUE SPACES.
006320     88  STATS-FILE-OK                 VALUE "00".
006330 01  SORTED-OUTPUT-STATUS    PIC X(02) VALUE SPACES.
006340     88  SORTED-OUTPUT-OK              VALUE "00".
006350 01  DUP-AUDIT-STATUS        PIC X(02) VALUE SPACES.
006360     88  DUP-AUDIT-OK                  VALUE "00".
006370 01  AUDIT-TRAIL-STATUS      PIC X(02) VALUE SPACES.
006380     88  AUDIT-TRAIL-OK                VALUE "00".
006390 01  LEDGER-EXTRACT-STATUS   PIC X(02) VALUE SPACES.
006400     88  LEDGER-EXTRACT-OK             VALUE "00".
006410 01  EXCEPTION-STATUS        PIC X(02) VALUE SPACES.
006420     88  EXCEPTION-OK                  VALUE "00".
006430 01  RUN-HISTORY-STATUS      PIC X(02) VALUE SPACES.
006440     88  RUN-HISTORY-OK                VALUE "00".
006450 01  REF-MASTER-STATUS       PIC X(02) VALUE SPACES.
006460     88  REF-MASTER-OK                 VALUE "00".
006470 01  TYPE-MASTER-STATUS      PIC X(02) VALUE SPACES.
006480     88  TYPE-MASTER-OK                VALUE "00".
006490 01  SEEN-IN-STATUS          PIC X(02) VALUE SPACES.
006500     88  SEEN-IN-OK                    VALUE "00".
006510 01  SEEN-OUT-STATUS         PIC X(02) VALUE SPACES.
006520     88  SEEN-OUT-OK                   VALUE "00".
006530 01  ACCEPTED-STATUS         PIC X(02) VALUE SPACES.
006540     88  ACCEPTED-OK                   VALUE "00".
006550 01  SORTED-FILE-STATUS      PIC X(02) VALUE SPACES.
006560     88  SORTED-FILE-OK                VALUE "00".
006570*
006580 01  BUSINESS-DATE-STATUS    PIC X(02) VALUE SPACES.
006590     88  BUSINESS-DATE-OK              VALUE "00".
006600 01  CALENDAR-STATUS         PIC X(02) VALUE SPACES.
006610     88  CALENDAR-OK                   VALUE "00".
006620 01  WAREHOUSE-IN-STATUS     PIC X(02) VALUE SPACES.
006630     88  WAREHOUSE-IN-OK               VALUE "00".
006640 01  WAREHOUSE-OUT-STATUS    PIC X(02) VALUE SPACES.
006650     88  WAREHOUSE-OUT-OK              VALUE "00".
006660 01  WAREHOUSE-RPT-STATUS    PIC X(02) VALUE SPACES.
006670     88  WAREHOUSE-RPT-OK              VALUE "00".
006680 01  FEED-ARRIVAL-IN-STATUS  PIC X(02) VALUE SPACES.
006690     88  FEED-ARRIVAL-IN-OK            VALUE "00".
006700 01  FEED-ARRIVAL-OUT-STATUS PIC X(02) VALUE SPACES.
006710     88  FEED-ARRIVAL-OUT-OK           VALUE "00".
006720*
006730*--------------------------------------------------------------*
006740* SWITCHES                                                     *
006750*--------------------------------------------------------------*
006760 01  WS-SWITCHES.
006770     05  EOF-SW              PIC X(01) VALUE "N".
006780         88  EOF-YES                   VALUE "Y".
006790         88  EOF-NO                    VALUE "N".
006800     05  SORT-DIR-SW         PIC X(01) VALUE "A".
006810         88  SORT-ASCENDING            VALUE "A".
006820         88  SORT-DESCENDING           VALUE "D".
006830     05  SORT-FIELD-SW       PIC X(01) VALUE "M".
006840         88  SORT-BY-AMOUNT            VALUE "M".
006850         88  SORT-BY-ACCOUNT           VALUE "A".
006860         88  SORT-BY-BRANCH            VALUE "B".
006870         88  SORT-BY-DATE              VALUE "T".
006880     05  DUP-MODE-SW         PIC X(01) VALUE "R".
006890         88  DUP-REPORT-MODE           VALUE "R".
006900         88  DUP-DROP-MODE             VALUE "D".
006910     05  RUN-MODE-SW         PIC X(01) VALUE "S".
006920         88  RUN-SINGLE                VALUE "S".
006930         88  RUN-CONSOLIDATED          VALUE "C".
006940     05  SOURCE-OPEN-SW      PIC X(01) VALUE "N".
006950         88  SOURCE-OPEN-OK            VALUE "Y".
006960         88  SOURCE-OPEN-BAD           VALUE "N".
006970     05  TREND-PRIOR-SW      PIC X(01) VALUE "N".
006980         88  TREND-PRIOR-YES           VALUE "Y".
006990         88  TREND-PRIOR-NO            VALUE "N".
007000     05  TREND-ALERT-SW      PIC X(01) VALUE "N".
007010         88  TREND-ALERT-YES           VALUE "Y".
007020         88  TREND-ALERT-NO            VALUE "N".
007030     05  HIST-EOF-SW         PIC X(01) VALUE "N".
007040         88  HIST-EOF-YES              VALUE "Y".
007050         88  HIST-EOF-NO               VALUE "N".
007060     05  RECON-SW            PIC X(01) VALUE "N".
007070         88  RECON-MISMATCH            VALUE "Y".
007080         88  RECON-BALANCED            VALUE "N".
007090     05  REJECT-SW           PIC X(01) VALUE "N".
007100         88  RECORD-REJECTED           VALUE "Y".
007110         88  RECORD-ACCEPTED           VALUE "N".
007120         88  RECORD-WAREHOUSED         VALUE "W".
007130     05  CKPT-EOF-SW         PIC X(01) VALUE "N".
007140         88  CKPT-EOF-YES              VALUE "Y".
007150         88  CKPT-EOF-NO               VALUE "N".
007160     05  STAT-TARGET-SW      PIC X(01) VALUE "S".
007170         88  STAT-TO-STATFILE          VALUE "S".
007180         88  STAT-TO-REPORT            VALUE "R".
007190     05  REF-EDIT-SW         PIC X(01) VALUE "N".
007200         88  REF-EDIT-ON               VALUE "Y".
007210         88  REF-EDIT-OFF              VALUE "N".
007220     05  REF-OPEN-SW         PIC X(01) VALUE "N".
007230         88  REF-OPEN-YES              VALUE "Y".
007240         88  REF-OPEN-NO               VALUE "N".
007250     05  REF-FOUND-SW        PIC X(01) VALUE "N".
007260         88  REF-FOUND-YES             VALUE "Y".
007270         88  REF-FOUND-NO              VALUE "N".
007280     05  TYPE-EDIT-SW        PIC X(01) VALUE "N".
007290         88  TYPE-EDIT-ON              VALUE "Y".
007300         88  TYPE-EDIT-OFF             VALUE "N".
007310     05  TYPE-EOF-SW         PIC X(01) VALUE "N".
007320         88  TYPE-EOF-YES              VALUE "Y".
007330         88  TYPE-EOF-NO               VALUE "N".
007340     05  TYPE-FOUND-SW       PIC X(01) VALUE "N".
007350         88  TYPE-FOUND-YES            VALUE "Y".
007360         88  TYPE-FOUND-NO             VALUE "N".
007370     05  SEEN-EDIT-SW        PIC X(01) VALUE "N".
007380         88  SEEN-EDIT-ON              VALUE "Y".
007390         88  SEEN-EDIT-OFF             VALUE "N".
007400     05  SEEN-EOF-SW         PIC X(01) VALUE "N".
007410         88  SEEN-EOF-YES              VALUE "Y".
007420         88  SEEN-EOF-NO               VALUE "N".
007430     05  SEEN-FOUND-SW       PIC X(01) VALUE "N".
007440         88  SEEN-FOUND-YES            VALUE "Y".
007450         88  SEEN-FOUND-NO             VALUE "N".
007460     05  XDAY-ALERT-SW       PIC X(01) VALUE "N".
007470         88  XDAY-ALERT-YES            VALUE "Y".
007480         88  XDAY-ALERT-NO             VALUE "N".
007490     05  ACPT-EOF-SW         PIC X(01) VALUE "N".
007500         88  ACPT-EOF-YES              VALUE "Y".
007510         88  ACPT-EOF-NO               VALUE "N".
007520     05  SORT-EOF-SW         PIC X(01) VALUE "N".
007530         88  SORT-EOF-YES              VALUE "Y".
007540         88  SORT-EOF-NO               VALUE "N".
007550     05  SRTD-EOF-SW         PIC X(01) VALUE "N".
007560         88  SRTD-EOF-YES              VALUE "Y".
007570         88  SRTD-EOF-NO               VALUE "N".
007580     05  SRTD-STALE-SW       PIC X(01) VALUE "N".
007590         88  SRTD-STALE-YES            VALUE "Y".
007600         88  SRTD-STALE-NO             VALUE "N".
007610     05  SORT-PHASE-SW       PIC X(01) VALUE "N".
007620         88  SORT-PHASE-DONE           VALUE "Y".
007630         88  SORT-PHASE-NOT-DONE       VALUE "N".
007640     05  CAL-ON-SW           PIC X(01) VALUE "N".
007650         88  CALENDAR-ON               VALUE "Y".
007660         88  CALENDAR-OFF              VALUE "N".
007670     05  CAL-EOF-SW          PIC X(01) VALUE "N".
007680         88  CAL-EOF-YES               VALUE "Y".
007690         88  CAL-EOF-NO                VALUE "N".
007700     05  CAL-BIZ-SW          PIC X(01) VALUE "Y".
007710         88  CAL-BIZ-YES               VALUE "Y".
007720         88  CAL-BIZ-NO                VALUE "N".
007730     05  WHS-OPEN-SW         PIC X(01) VALUE "N".
007740         88  WHS-OPEN-YES              VALUE "Y".
007750         88  WHS-OPEN-NO               VALUE "N".
007760     05  WHS-EOF-SW          PIC X(01) VALUE "N".
007770         88  WHS-EOF-YES               VALUE "Y".
007780         88  WHS-EOF-NO                VALUE "N".
007790     05  WHS-RELEASE-SW      PIC X(01) VALUE "N".
007800         88  WHS-RELEASE-YES           VALUE "Y".
007810         88  WHS-RELEASE-NO            VALUE "N".
007820     05  WHS-VALID-SW        PIC X(01) VALUE "Y".
007830         88  WHS-REC-VALID             VALUE "Y".
007840         88  WHS-REC-INVALID           VALUE "N".
007850     05  WHS-BAL-SW          PIC X(01) VALUE "Y".
007860         88  WHS-BALANCED              VALUE "Y".
007870         88  WHS-OUT-OF-BALANCE        VALUE "N".
007880     05  FEED-HDR-SW         PIC X(01) VALUE "N".
007890         88  FEED-HDR-YES              VALUE "Y".
007900         88  FEED-HDR-NO               VALUE "N".
007910     05  FEED-TRL-SW         PIC X(01) VALUE "N".
007920         88  FEED-TRL-YES              VALUE "Y".
007930         88  FEED-TRL-NO               VALUE "N".
007940     05  FEED-CTL-SW         PIC X(01) VALUE "N".
007950         88  FEED-CTL-OK               VALUE "Y".
007960         88  FEED-CTL-BAD              VALUE "N".
007970     05  FEED-ARR-EOF-SW     PIC X(01) VALUE "N".
007980         88  FEED-ARR-EOF-YES          VALUE "Y".
007990         88  FEED-ARR-EOF-NO           VALUE "N".
008000*
008010*--------------------------------------------------------------*
008020* COMMON WORK RECORD - THE ONE LAYOUT EVERY ACCEPTED RECORD    *
008030* RIDES IN, ON THE ACCEPTED AND SEQUENCED WORK FILES ALIKE.    *
008040*--------------------------------------------------------------*
008050 01  WS-WORK-REC.
008060     05  WRK-ACCOUNT         PIC X(10) VALUE SPACES.
008070     05  WRK-BRANCH          PIC X(04) VALUE SPACES.
008080     05  WRK-TRAN-DATE       PIC 9(08) VALUE 0.
008090     05  WRK-VALUE           PIC 9(07) VALUE 0.
008100     05  WRK-TYPE-CODE       PIC X(02) VALUE SPACES.
008110     05  WRK-SEQ             PIC 9(07) VALUE 0.
008120     05  WRK-SOURCE          PIC X(01) VALUE "0".
008130     05  WRK-DC-FLAG         PIC X(01) VALUE "D".
008140     05  WRK-XDAY-FLAG       PIC X(01) VALUE "N".
008150     05  WRK-DUP-FLAG        PIC X(01) VALUE "N".
008160     05  WRK-EXCP-FLAG       PIC X(01) VALUE "N".
008170     05  WRK-WHS-FLAG        PIC X(01) VALUE "N".
008180     05  FILLER              PIC X(06) VALUE SPACES.
008190 01  WS-PREV-CONTENT         PIC X(31) VALUE LOW-VALUES.
008200 01  WS-CUR-CONTENT          PIC X(31) VALUE SPACES.
008210*
008220*--------------------------------------------------------------*
008230* CHECKPOINT/RESTART CONTROL FIELDS - THE CHECKPOINT NOW HOLDS *
008240* ONLY THE STEP REACHED AND THE CONTROL FIGURES. THE ACCEPTED  *
008250* AND SEQUENCED WORK FILES ARE THE RESTART DATA, SO THE SCHEME *
008260* COSTS THE SAME AT 50,000 RECORDS AS AT 50.                   *
008270*--------------------------------------------------------------*
008280 01  WS-CKPT-STEP-CODE       PIC 9(02) VALUE 0.
008290     88  CKPT-STEP-NONE                VALUE 0.
008300     88  CKPT-STEP-LOAD-DONE           VALUE 1.
008310     88  CKPT-STEP-SORT-DONE           VALUE 2.
008320 01  WS-CKPT-WRITE-STEP      PIC 9(02) VALUE 0.
008330*
008340 01  WS-CKPT-HEADER.
008350     05  CKH-REC-TYPE        PIC X(01) VALUE "1".
008360     05  CKH-STEP-CODE       PIC 9(02) VALUE 0.
008370     05  CKH-ACCEPT-COUNT    PIC 9(07) VALUE 0.
008380     05  CKH-RECON-COUNT-BEFORE PIC 9(07) VALUE 0.
008390     05  CKH-RECON-TOTAL-BEFORE PIC 9(12) VALUE 0.
008400     05  CKH-DUP-DROP-COUNT  PIC 9(07) VALUE 0.
008410     05  CKH-DUP-DROP-TOTAL  PIC 9(12) VALUE 0.
008420     05  CKH-BUSINESS-DATE   PIC 9(08) VALUE 0.
008430     05  FILLER              PIC X(24) VALUE SPACES.
008440 01  WS-CKPT-SOURCE.
008450     05  CKS-REC-TYPE        PIC X(01) VALUE "3".
008460     05  CKS-SOURCE          PIC 9(01) VALUE 0.
008470     05  CKS-COUNT-BEFORE    PIC 9(07) VALUE 0.
008480     05  CKS-TOTAL-BEFORE    PIC 9(12) VALUE 0.
008490     05  CKS-DUP-COUNT       PIC 9(07) VALUE 0.
008500     05  CKS-DUP-TOTAL       PIC 9(12) VALUE 0.
008510     05  FILLER              PIC X(40) VALUE SPACES.
008520 01  WS-CKPT-NET.
008530     05  CKN-REC-TYPE        PIC X(01) VALUE "4".
008540     05  CKN-DEBIT-BEFORE    PIC 9(12) VALUE 0.
008550     05  CKN-CREDIT-BEFORE   PIC 9(12) VALUE 0.
008560     05  CKN-DUP-DROP-NET    PIC S9(12) VALUE 0
008570                             SIGN LEADING SEPARATE.
008580     05  CKN-XDAY-COUNT      PIC 9(07) VALUE 0.
008590     05  CKN-REJECT-COUNT    PIC 9(07) VALUE 0.
008600     05  CKN-REF-EDIT-FLAG   PIC X(01) VALUE SPACE.
008610     05  CKN-TYPE-EDIT-FLAG  PIC X(01) VALUE SPACE.
008620     05  CKN-SEEN-EDIT-FLAG  PIC X(01) VALUE SPACE.
008630     05  FILLER              PIC X(25) VALUE SPACES.
008640 01  WS-CKPT-WHSE.
008650     05  CKW-REC-TYPE        PIC X(01) VALUE "5".
008660     05  CKW-OPEN-COUNT      PIC 9(07) VALUE 0.
008670     05  CKW-OPEN-TOTAL      PIC 9(12) VALUE 0.
008680     05  CKW-IN-COUNT        PIC 9(07) VALUE 0.
008690     05  CKW-IN-TOTAL        PIC 9(12) VALUE 0.
008700     05  CKW-REL-COUNT       PIC 9(07) VALUE 0.
008710     05  CKW-REL-TOTAL       PIC 9(12) VALUE 0.
008720     05  FILLER              PIC X(22) VALUE SPACES.
008730 01  WS-CKPT-FEED.
008740     05  CKF-REC-TYPE        PIC X(01) VALUE "6".
008750     05  CKF-SOURCE          PIC 9(01) VALUE 0.
008760     05  CKF-STATUS          PIC X(01) VALUE SPACE.
008770     05  CKF-SEQ             PIC 9(06) VALUE 0.
008780     05  CKF-DATE            PIC 9(08) VALUE 0.
008790     05  CKF-COUNT           PIC 9(07) VALUE 0.
008800     05  CKF-HASH            PIC 9(12) VALUE 0.
008810     05  CKF-REASON          PIC X(24) VALUE SPACES.
008820     05  FILLER              PIC X(20) VALUE SPACES.
008830*
008840*--------------------------------------------------------------*
008850* LOAD/ACCEPT CONTROL FIELDS                                   *
008860*--------------------------------------------------------------*
008870 01  WS-ACCEPT-COUNT         PIC 9(07) VALUE 0.
008880 01  WS-REJECT-COUNT         PIC 9(07) VALUE 0.
008890 01  WS-REJECT-REASON        PIC X(25) VALUE SPACES.
008900 01  WS-INPUT-SEQ            PIC 9(07) VALUE 0.
008910*
008920*--------------------------------------------------------------*
008930* DUPLICATE HANDLING FIELDS - DUPLICATES ARE RECORDS WITH      *
008940* IDENTICAL BUSINESS CONTENT. THE FINAL SORT CARRIES THE FULL  *
008950* CONTENT AS SECONDARY KEYS, SO IDENTICAL RECORDS COME BACK    *
008960* ADJACENT AND THE SCAN IS ONE COMPARE AGAINST THE PREVIOUS    *
008970* RECORD - NO RUN TABLE, NO CEILING.                           *
008980*--------------------------------------------------------------*
008990 01  WS-DUP-DROP-COUNT       PIC 9(07) VALUE 0.
009000 01  WS-DUP-DROP-TOTAL       PIC 9(12) VALUE 0.
009010 01  WS-DUP-DROP-NET         PIC S9(12) VALUE 0.
009020*
009030*--------------------------------------------------------------*
009040* BUSINESS RANGE (THRESHOLD) FIELDS - AMOUNTS OUTSIDE THE      *
009050* CONTROL-CARD RANGE STILL SORT BUT ARE FLAGGED FOR REVIEW.    *
009060* THE DEFAULTS ACCEPT EVERYTHING, SO A BLANK CARD MEANS NO     *
009070* RANGE CHECKING.                                              *
009080*--------------------------------------------------------------*
009090 01  WS-MIN-VALUE            PIC 9(07) VALUE 0.
009100 01  WS-MAX-VALUE            PIC 9(07) VALUE 9999999.
009110 01  WS-EXCP-COUNT           PIC 9(07) VALUE 0.
009120*
009130*--------------------------------------------------------------*
009140* DAY-OVER-DAY TREND CHECK FIELDS - TODAY'S ACCEPTED FIGURES   *
009150* ARE COMPARED AGAINST THE LAST RECORD ON THE RUN HISTORY; A   *
009160* SWING PAST THE TOLERANCE PERCENTAGE RAISES AN OPERATIONS     *
009170* ALERT. THE COMPARES ARE DONE AS CROSS-PRODUCTS SO NO         *
009180* DIVISION (OR DIVIDE-BY-ZERO GUARD) IS NEEDED.                *
009190*--------------------------------------------------------------*
009200 01  WS-TREND-TOL            PIC 9(02) VALUE 25.
009210 01  WS-PRIOR-ACCEPTED       PIC 9(07) VALUE 0.
009220 01  WS-PRIOR-TOTAL          PIC 9(12) VALUE 0.
009230 01  WS-TREND-DIFF           PIC 9(12) VALUE 0.
009240 01  WS-TREND-SCALED         PIC 9(15) VALUE 0.
009250 01  WS-TREND-LIMIT          PIC 9(15) VALUE 0.
009260*
009270*--------------------------------------------------------------*
009280* PROCESSING CALENDAR TABLE - LOADED FOR THE TREND CHECK SO    *
009290* THE PRIOR-RUN COMPARE SKIPS WEEKEND AND HOLIDAY RUNS AND     *
009300* MONDAY COMPARES AGAINST FRIDAY. DATES NOT ON THE CALENDAR    *
009310* COUNT AS BUSINESS DAYS, AND A MISSING CALENDAR JUST MEANS    *
009320* THE OLD LAST-RECORD BEHAVIOR - THE CALENDAR REFINES THE      *
009330* CHECK, IT NEVER BLOCKS THE RUN. TWO YEARS OF DATES FIT THE   *
009340* TABLE; OVERFLOW IS FLAGGED, NEVER SILENT.                    *
009350*--------------------------------------------------------------*
009360 01  WS-CAL-MAX              PIC 9(03) VALUE 800.
009370 01  WS-CAL-COUNT            PIC 9(03) VALUE 0.
009380 01  WS-CAL-TABLE.
009390     05  CAL-ENTRY OCCURS 1 TO 800 TIMES
009400                 DEPENDING ON WS-CAL-COUNT.
009410         10  CAL-T-DATE      PIC X(08).
009420         10  CAL-T-TYPE      PIC X(01).
009430 01  WS-CAL-IX               PIC 9(03) VALUE 0.
009440 01  WS-CAL-LOOKUP-DATE      PIC X(08) VALUE SPACES.
009450*
009460*--------------------------------------------------------------*
009470* STATISTICS WORK FIELDS - THE AMOUNTS ARE RESORTED ASCENDING  *
009480* THROUGH THE EXTERNAL SORT AND SCANNED AS A STREAM: MIN IS    *
009490* THE FIRST BACK, MAX THE LAST, THE MEDIAN POSITIONS ARE       *
009500* PICKED OFF BY COUNT, AND DUPLICATED AMOUNTS ARE ADJACENT.    *
009510* NO IN-STORAGE COPY OF THE DAY, SO NO CEILING.                *
009520*--------------------------------------------------------------*
009530 01  WS-STAT-SIZE            PIC 9(07) VALUE 0.
009540 01  WS-STAT-POS             PIC 9(07) VALUE 0.
009550 01  WS-STAT-MIN             PIC 9(07) VALUE 0.
009560 01  WS-STAT-MAX             PIC 9(07) VALUE 0.
009570 01  WS-STAT-PREV            PIC 9(07) VALUE 0.
009580 01  WS-STAT-V1              PIC 9(07) VALUE 0.
009590 01  WS-STAT-V2              PIC 9(07) VALUE 0.
009600 01  WS-STAT-MEAN            PIC 9(07)V9 VALUE 0.
009610 01  WS-STAT-MEDIAN          PIC 9(07)V9 VALUE 0.
009620 01  WS-STAT-DUP-COUNT       PIC 9(07) VALUE 0.
009630 01  WS-STAT-HALF            PIC 9(07) VALUE 0.
009640 01  WS-STAT-REM             PIC 9(01) VALUE 0.
009650 01  WS-STAT-PRINT-LINE      PIC X(80) VALUE SPACES.
009660*
009670*--------------------------------------------------------------*
009680* MULTI-SOURCE (CONSOLIDATED) RUN FIELDS - WS-INPUT-AREA IS    *
009690* THE COMMON RECORD AREA EVERY INPUT FILE IS READ INTO, SO     *
009700* ONE SET OF EDIT AND STORE LOGIC SERVES ALL THE FEEDS. THE    *
009710* PER-SOURCE TABLE CARRIES EACH REGION'S BALANCING FIGURES.    *
009720*--------------------------------------------------------------*
009730 01  WS-CUR-SOURCE           PIC 9(01) VALUE 0.
009740 01  WS-SRC-IX               PIC 9(01) VALUE 0.
009750 01  WS-SRC-MAX              PIC 9(01) VALUE 5.
009760 01  WS-INPUT-AREA.
009770     05  INP-ACCOUNT         PIC X(10).
009780     05  INP-BRANCH          PIC X(04).
009790     05  INP-TRAN-DATE       PIC X(08).
009800     05  INP-AMOUNT          PIC X(07).
009810     05  INP-TYPE-CODE       PIC X(02).
009820 01  WS-SRC-STATS.
009830     05  WS-SRC-ENTRY OCCURS 5 TIMES.
009840         10  WS-SRC-COUNT-BEFORE PIC 9(07) VALUE 0.
009850         10  WS-SRC-TOTAL-BEFORE PIC 9(12) VALUE 0.
009860         10  WS-SRC-COUNT-AFTER  PIC 9(07) VALUE 0.
009870         10  WS-SRC-TOTAL-AFTER  PIC 9(12) VALUE 0.
009880         10  WS-SRC-DUP-COUNT    PIC 9(07) VALUE 0.
009890         10  WS-SRC-DUP-TOTAL    PIC 9(12) VALUE 0.
009900*
009910*--------------------------------------------------------------*
009920* REGIONAL FEED HEADER/TRAILER FIELDS - IN CONSOLIDATED MODE   *
009930* EACH FEED OPENS WITH A HEADER ("HDR", REGION, FEED BUSINESS  *
009940* DATE, FILE SEQUENCE) AND CLOSES WITH A TRAILER ("TRL", DETAIL*
009950* COUNT, AMOUNT HASH TOTAL). WS-FEED-CONTROL-REC IS THE VIEW OF*
009960* A FEED RECORD WITH EITHER LAYOUT. THE FEED TABLE CARRIES EACH*
009970* REGION'S LAST ACCEPTED SEQUENCE FROM THE FEED-ARRIVAL FILE   *
009980* AND TONIGHT'S VERDICT: I = IN, L = LATE (STALE DATE OR A     *
009990* REPEATED FILE), S = SHORT (HEADER OR TRAILER MISSING OR NOT  *
010000* MATCHING), N = NOT IN.                                       *
010010*--------------------------------------------------------------*
010020 01  WS-FEED-CONTROL-REC.
010030     05  FCR-TAG             PIC X(03).
010040         88  FCR-HEADER                VALUE "HDR".
010050         88  FCR-TRAILER               VALUE "TRL".
010060     05  FCR-HEADER-BODY.
010070         10  FCR-REGION      PIC 9(01).
010080         10  FCR-BUS-DATE    PIC 9(08).
010090         10  FCR-SEQ         PIC 9(06).
010100         10  FILLER          PIC X(13).
010110     05  FCR-TRAILER-BODY REDEFINES FCR-HEADER-BODY.
010120         10  FCR-COUNT       PIC 9(07).
010130         10  FCR-HASH        PIC 9(12).
010140         10  FILLER          PIC X(09).
010150 01  WS-FEED-HDR-SAVE        PIC X(31) VALUE SPACES.
010160 01  WS-FEED-TRL-SAVE        PIC X(31) VALUE SPACES.
010170 01  WS-FEED-REC-COUNT       PIC 9(07) VALUE 0.
010180 01  WS-FEED-HDR-COUNT       PIC 9(07) VALUE 0.
010190 01  WS-FEED-DTL-COUNT       PIC 9(07) VALUE 0.
010200 01  WS-FEED-DTL-HASH        PIC 9(12) VALUE 0.
010210 01  WS-FEED-AMOUNT          PIC 9(07) VALUE 0.
010220 01  WS-FEED-TABLE.
010230     05  WS-FEED-ENTRY OCCURS 5 TIMES.
010240         10  FDE-LAST-SEQ    PIC 9(06) VALUE 0.
010250         10  FDE-LAST-DATE   PIC 9(08) VALUE 0.
010260         10  FDE-LAST-COUNT  PIC 9(07) VALUE 0.
010270         10  FDE-LAST-HASH   PIC 9(12) VALUE 0.
010280         10  FDE-STATUS      PIC X(01) VALUE "N".
010290             88  FDE-IN                VALUE "I".
010300             88  FDE-LATE              VALUE "L".
010310             88  FDE-SHORT             VALUE "S".
010320             88  FDE-NOT-IN            VALUE "N".
010330         10  FDE-REASON      PIC X(24) VALUE SPACES.
010340         10  FDE-SEQ         PIC 9(06) VALUE 0.
010350         10  FDE-DATE        PIC 9(08) VALUE 0.
010360         10  FDE-COUNT       PIC 9(07) VALUE 0.
010370         10  FDE-HASH        PIC 9(12) VALUE 0.
010380 01  WS-FEED-ARRIVAL-REC.
010390     05  FAC-REGION          PIC 9(01) VALUE 0.
010400     05  FAC-LAST-SEQ        PIC 9(06) VALUE 0.
010410     05  FAC-LAST-DATE       PIC 9(08) VALUE 0.
010420     05  FAC-LAST-COUNT      PIC 9(07) VALUE 0.
010430     05  FAC-LAST-HASH       PIC 9(12) VALUE 0.
010440     05  FAC-NIGHT-DATE      PIC 9(08) VALUE 0.
010450     05  FAC-NIGHT-STATUS    PIC X(08) VALUE SPACES.
010460     05  FILLER              PIC X(30) VALUE SPACES.
010470 01  WS-FEED-STATUS-TEXT     PIC X(08) VALUE SPACES.
010480*
010490*--------------------------------------------------------------*
010500* BRANCH/ACCOUNT REFERENCE LOOKUP - THE REFERENCE MASTER       *
010510* (REFMAST) IS A KEYED FILE ON TYPE/KEY THAT THE NUMREFMT      *
010520* MAINTENANCE JOB UPDATES IN PLACE. IT STAYS OPEN THROUGH THE  *
010530* LOAD AND EACH BRANCH AND ACCOUNT IS READ DIRECTLY, SO THE    *
010540* SIZE OF THE ACCOUNT BASE PUTS NO CEILING ON THE EDITS. A     *
010550* MISSING OR EMPTY MASTER, OR A READ FAILURE PART WAY THROUGH, *
010560* TURNS THE REFERENCE EDITS OFF WITH A WARNING RETURN-CODE SO  *
010570* THE SORT STILL RUNS BUT NOTHING IS RELEASED.                 *
010580*--------------------------------------------------------------*
010590 01  WS-REF-STATUS-BYTE      PIC X(01) VALUE SPACE.
010600*
010610*--------------------------------------------------------------*
010620* TYPE-CODE REFERENCE TABLE - LOADED UP FRONT FROM TYPEMAST    *
010630* WITH THE CODES IN EFFECT ON THE BUSINESS DATE. EACH VALID    *
010640* CODE CARRIES ITS DEBIT/CREDIT SIDE, WHICH RIDES              *
010650* EVERY ACCEPTED RECORD SO THE NET FIGURES COME OUT THE SAME   *
010660* ON A RESTART. A MISSING OR EMPTY FILE TURNS THE TYPE EDIT    *
010670* OFF WITH RC 8 AND EVERYTHING TOTALS AS A DEBIT, WHICH IS     *
010680* THE OLD GROSS BEHAVIOR.                                      *
010690*--------------------------------------------------------------*
010700 01  WS-TYPE-MAX             PIC 9(03) VALUE 100.
010710 01  WS-TYPE-COUNT           PIC 9(03) VALUE 0.
010720 01  WS-TYPE-TABLE.
010730     05  TYPE-ENTRY OCCURS 1 TO 100 TIMES
010740                 DEPENDING ON WS-TYPE-COUNT.
010750         10  TYPE-CODE       PIC X(02) VALUE SPACES.
010760         10  TYPE-DC         PIC X(01) VALUE SPACE.
010770 01  WS-TYPE-IX              PIC 9(03) VALUE 0.
010780 01  WS-TYPE-NOT-IN-EFFECT   PIC 9(03) VALUE 0.
010790 01  WS-TYPE-DC-BYTE         PIC X(01) VALUE "D".
010800*
010810*--------------------------------------------------------------*
010820* CROSS-DAY DUPLICATE (RECENTLY-SEEN) TABLE - LOADED UP FRONT  *
010830* FROM SEENIN, THE LAST FIVE DAILY GENERATIONS OF POSTED       *
010840* BUSINESS RECORDS CONCATENATED BY THE JCL, THEN SORTED BY     *
010850* BUSINESS KEY SO EACH ACCEPTED RECORD CAN BE BINARY-SEARCHED. *
010860* RETENTION IS THE GDG LIMIT - NO DATE ARITHMETIC IN HERE. A   *
010870* MISSING FILE TURNS THE CHECK OFF WITH RC 8; AN EMPTY FILE IS *
010880* A NORMAL FIRST DAY AND IS NOT A WARNING. SIZED FOR FIVE      *
010890* 50,000-RECORD DAYS; OVERFLOW IS FLAGGED, NEVER SILENT.       *
010900*--------------------------------------------------------------*
010910 01  WS-SEEN-MAX             PIC 9(06) VALUE 250000.
010920 01  WS-SEEN-COUNT           PIC 9(06) VALUE 0.
010930 01  WS-SEEN-TABLE.
010940     05  SEEN-ENTRY OCCURS 1 TO 250000 TIMES
010950                 DEPENDING ON WS-SEEN-COUNT.
010960         10  SEEN-KEY        PIC X(31).
010970 01  WS-SEEN-LO              PIC 9(06) VALUE 0.
010980 01  WS-SEEN-HI              PIC 9(06) VALUE 0.
010990 01  WS-SEEN-MID             PIC 9(06) VALUE 0.
011000 01  WS-SEEN-DROPPED         PIC 9(06) VALUE 0.
011010 01  WS-SEEN-LOOKUP-KEY      PIC X(31) VALUE SPACES.
011020 01  WS-XDAY-COUNT           PIC 9(07) VALUE 0.
011030 01  WS-XDAY-TOL             PIC 9(02) VALUE 50.
011040 01  WS-XDAY-SCALED          PIC 9(15) VALUE 0.
011050 01  WS-XDAY-LIMIT           PIC 9(15) VALUE 0.
011060*
011070*--------------------------------------------------------------*
011080* WAREHOUSE (FUTURE-DATED RECORD) FIELDS - A RECORD DATED AFTER*
011090* THE BUSINESS DATE WAITS ON THE WAREHOUSE FILE UNTIL ITS DATE *
011100* COMES DUE. WS-WHS-REC IS THE ONE LAYOUT BOTH WAREHOUSE FILES *
011110* ARE READ INTO AND WRITTEN FROM. A ZERO RELEASE DATE MEANS    *
011120* STILL PENDING; A RELEASED RECORD KEEPS ITS RELEASE DATE FOR  *
011130* THAT ONE NIGHT SO A RERUN OF THE SAME BUSINESS DATE RELEASES *
011140* IT AGAIN, AND IS DROPPED THE NIGHT AFTER. THE OPENING, IN,   *
011150* RELEASED AND CLOSING FIGURES MUST BALANCE ON THE RECON LOG.  *
011160*--------------------------------------------------------------*
011170 01  WS-WHS-REC.
011180     05  WHR-BUSINESS-REC.
011190         10  WHR-ACCOUNT     PIC X(10) VALUE SPACES.
011200         10  WHR-BRANCH      PIC X(04) VALUE SPACES.
011210         10  WHR-TRAN-DATE   PIC 9(08) VALUE 0.
011220         10  WHR-AMOUNT      PIC 9(07) VALUE 0.
011230         10  WHR-TYPE-CODE   PIC X(02) VALUE SPACES.
011240     05  WHR-IN-DATE         PIC 9(08) VALUE 0.
011250     05  WHR-RELEASE-DATE    PIC 9(08) VALUE 0.
011260     05  WHR-SOURCE          PIC X(01) VALUE "0".
011270     05  WHR-IN-SEQ          PIC 9(07) VALUE 0.
011280     05  FILLER              PIC X(25) VALUE SPACES.
011290 01  WS-WHS-OPEN-COUNT       PIC 9(07) VALUE 0.
011300 01  WS-WHS-OPEN-TOTAL       PIC 9(12) VALUE 0.
011310 01  WS-WHS-IN-COUNT         PIC 9(07) VALUE 0.
011320 01  WS-WHS-IN-TOTAL         PIC 9(12) VALUE 0.
011330 01  WS-WHS-REL-COUNT        PIC 9(07) VALUE 0.
011340 01  WS-WHS-REL-TOTAL        PIC 9(12) VALUE 0.
011350 01  WS-WHS-CLOSE-COUNT      PIC 9(07) VALUE 0.
011360 01  WS-WHS-CLOSE-TOTAL      PIC 9(12) VALUE 0.
011370 01  WS-WHS-BREAK-DATE       PIC 9(08) VALUE 0.
011380 01  WS-WHS-DUE-COUNT        PIC 9(07) VALUE 0.
011390 01  WS-WHS-DUE-TOTAL        PIC 9(12) VALUE 0.
011400*
011410*--------------------------------------------------------------*
011420* CONTROL-TOTAL RECONCILIATION FIELDS                          *
011430*--------------------------------------------------------------*
011440 01  WS-RECON-COUNT-BEFORE   PIC 9(07) VALUE 0.
011450 01  WS-RECON-TOTAL-BEFORE   PIC 9(12) VALUE 0.
011460 01  WS-RECON-COUNT-AFTER    PIC 9(07) VALUE 0.
011470 01  WS-RECON-TOTAL-AFTER    PIC 9(12) VALUE 0.
011480 01  WS-RECON-DEBIT-BEFORE   PIC 9(12) VALUE 0.
011490 01  WS-RECON-CREDIT-BEFORE  PIC 9(12) VALUE 0.
011500 01  WS-RECON-NET-BEFORE     PIC S9(12) VALUE 0.
011510 01  WS-RECON-DEBIT-AFTER    PIC 9(12) VALUE 0.
011520 01  WS-RECON-CREDIT-AFTER   PIC 9(12) VALUE 0.
011530 01  WS-RECON-NET-AFTER      PIC S9(12) VALUE 0.
011540*
011550*--------------------------------------------------------------*
011560* REPORT CONTROL FIELDS                                        *
011570*--------------------------------------------------------------*
011580 01  WS-RUN-DATE.
011590     05  WS-RUN-CCYY         PIC 9(04).
011600     05  WS-RUN-MM           PIC 9(02).
011610     05  WS-RUN-DD           PIC 9(02).
011620 01  WS-RUN-TIME.
011630     05  WS-RUN-HHMMSS       PIC 9(06).
011640     05  FILLER              PIC 9(02).
011650 01  WS-RESTART-FLAG         PIC X(01) VALUE "N".
011660 01  WS-TRAN-DATE.
011670     05  WS-TRAN-CCYY        PIC 9(04).
011680     05  WS-TRAN-MM          PIC 9(02).
011690     05  WS-TRAN-DD          PIC 9(02).
011700 01  WS-PAGE-COUNT           PIC 9(04) VALUE 0.
011710 01  WS-LINE-COUNT           PIC 9(04) VALUE 0.
011720 01  WS-LINES-PER-PAGE       PIC 9(04) VALUE 20.
011730*
011740 01  RPT-HEADING-1.
011750     05  FILLER              PIC X(22) VALUE
011760         "QUICKSORT SORT REPORT".
011770     05  FILLER              PIC X(10) VALUE SPACES.
011780     05  FILLER              PIC X(05) VALUE "PAGE ".
011790     05  RH1-PAGE            PIC ZZZ9.
011800 01  RPT-HEADING-2.
011810     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
011820     05  RH2-MM              PIC 99.
011830     05  FILLER              PIC X(01) VALUE "/".
011840     05  RH2-DD              PIC 99.
011850     05  FILLER              PIC X(01) VALUE "/".
011860     05  RH2-CCYY            PIC 9999.
011870 01  RPT-HEADING-3.
011880     05  FILLER              PIC X(02) VALUE SPACES.
011890     05  FILLER              PIC X(10) VALUE "ACCOUNT".
011900     05  FILLER              PIC X(02) VALUE SPACES.
011910     05  FILLER              PIC X(04) VALUE "BRCH".
011920     05  FILLER              PIC X(02) VALUE SPACES.
011930     05  FILLER              PIC X(10) VALUE "TRAN DATE".
011940     05  FILLER              PIC X(02) VALUE SPACES.
011950     05  FILLER              PIC X(02) VALUE "TY".
011960     05  FILLER              PIC X(02) VALUE SPACES.
011970     05  FILLER              PIC X(07) VALUE " AMOUNT".
011980     05  FILLER              PIC X(02) VALUE SPACES.
011990     05  FILLER              PIC X(04) VALUE "DUP".
012000     05  FILLER              PIC X(01) VALUE SPACE.
012010     05  FILLER              PIC X(04) VALUE "EXC".
012020     05  FILLER              PIC X(02) VALUE SPACES.
012030     05  FILLER              PIC X(03) VALUE "SRC".
012040     05  FILLER              PIC X(02) VALUE SPACES.
012050     05  FILLER              PIC X(03) VALUE "XDY".
012060     05  FILLER              PIC X(02) VALUE SPACES.
012070     05  FILLER              PIC X(03) VALUE "WHS".
012080 01  RPT-DETAIL-LINE.
012090     05  FILLER              PIC X(02) VALUE SPACES.
012100     05  RDL-ACCOUNT         PIC X(10).
012110     05  FILLER              PIC X(02) VALUE SPACES.
012120     05  RDL-BRANCH          PIC X(04).
012130     05  FILLER              PIC X(02) VALUE SPACES.
012140     05  RDL-MM              PIC 99.
012150     05  FILLER              PIC X(01) VALUE "/".
012160     05  RDL-DD              PIC 99.
012170     05  FILLER              PIC X(01) VALUE "/".
012180     05  RDL-CCYY            PIC 9999.
012190     05  FILLER              PIC X(02) VALUE SPACES.
012200     05  RDL-TYPE            PIC X(02).
012210     05  FILLER              PIC X(02) VALUE SPACES.
012220     05  RDL-VALUE           PIC Z(6)9.
012230     05  FILLER              PIC X(02) VALUE SPACES.
012240     05  RDL-DUP-TAG         PIC X(04).
012250     05  FILLER              PIC X(01) VALUE SPACE.
012260     05  RDL-EXC-TAG         PIC X(04).
012270     05  FILLER              PIC X(03) VALUE SPACES.
012280     05  RDL-SOURCE          PIC X(01).
012290     05  FILLER              PIC X(01) VALUE SPACE.
012300     05  RDL-XDAY-TAG        PIC X(04).
012310     05  FILLER              PIC X(01) VALUE SPACE.
012320     05  RDL-WHS-TAG         PIC X(04).
012330 01  RPT-TRAILER-LINE.
012340     05  FILLER              PIC X(24) VALUE
012350         "TOTAL RECORDS SORTED : ".
012360     05  RTL-COUNT           PIC Z(6)9.
012370*
012380*--------------------------------------------------------------*
012390* REJECT LOG LINE LAYOUTS                                      *
012400*--------------------------------------------------------------*
012410 01  REJ-DETAIL-LINE.
012420     05  FILLER              PIC X(10) VALUE "REJECTED: ".
012430     05  REJ-INPUT-SEQ       PIC 9(07).
012440     05  FILLER              PIC X(03) VALUE " : ".
012450     05  REJ-RECORD-IMAGE    PIC X(31).
012460     05  FILLER              PIC X(04) VALUE " -- ".
012470     05  REJ-REASON          PIC X(25).
012480 01  REJ-SUMMARY-LINE.
012490     05  FILLER              PIC X(25) VALUE
012500         "TOTAL RECORDS REJECTED: ".
012510     05  REJ-COUNT           PIC Z(6)9.
012520*
012530*--------------------------------------------------------------*
012540* DUPLICATE AUDIT LINE LAYOUTS                                 *
012550*--------------------------------------------------------------*
012560 01  DUP-DETAIL-LINE.
012570     05  FILLER              PIC X(10) VALUE "DUP SEQ = ".
012580     05  DUP-SEQ             PIC 9(07).
012590     05  FILLER              PIC X(03) VALUE " : ".
012600     05  DUP-RECORD-IMAGE    PIC X(31).
012610 01  DUP-SUMMARY-LINE.
012620     05  FILLER              PIC X(29) VALUE
012630         "TOTAL DUPLICATES SUPPRESSED: ".
012640     05  DUP-SUM-COUNT       PIC Z(6)9.
012650*
012660*--------------------------------------------------------------*
012670* LEDGER EXTRACT RECORD LAYOUTS - TYPE-CODED INTERFACE FEED:   *
012680* "H" HEADER (RUN DATE, SORT DIRECTION), "D" DETAIL (ONE PER   *
012690* SORTED RECORD), "T" TRAILER (RECORD COUNT, CONTROL TOTAL AND *
012700* NET FOR THE LEDGER INTAKE JOB TO BALANCE AGAINST).           *
012710*--------------------------------------------------------------*
012720 01  EXT-HEADER-LINE.
012730     05  FILLER              PIC X(01) VALUE "H".
012740     05  EXT-HDR-DATE        PIC 9(08).
012750     05  EXT-HDR-DIR         PIC X(01).
012760     05  FILLER              PIC X(30) VALUE SPACES.
012770 01  EXT-DETAIL-LINE.
012780     05  FILLER              PIC X(01) VALUE "D".
012790     05  EXT-DTL-ACCOUNT     PIC X(10).
012800     05  EXT-DTL-BRANCH      PIC X(04).
012810     05  EXT-DTL-TRAN-DATE   PIC 9(08).
012820     05  EXT-DTL-AMOUNT      PIC 9(07).
012830     05  EXT-DTL-TYPE-CODE   PIC X(02).
012840     05  FILLER              PIC X(08) VALUE SPACES.
012850 01  EXT-TRAILER-LINE.
012860     05  FILLER              PIC X(01) VALUE "T".
012870     05  EXT-TRL-COUNT       PIC 9(07).
012880     05  EXT-TRL-TOTAL       PIC 9(12).
012890     05  EXT-TRL-NET         PIC S9(12)
012900                             SIGN LEADING SEPARATE.
012910     05  FILLER              PIC X(07) VALUE SPACES.
012920*
012930*--------------------------------------------------------------*
012940* EXCEPTION REPORT LINE LAYOUTS                                *
012950*--------------------------------------------------------------*
012960 01  EXC-DETAIL-LINE.
012970     05  FILLER              PIC X(10) VALUE "EXC SEQ = ".
012980     05  EXC-SEQ             PIC 9(07).
012990     05  FILLER              PIC X(03) VALUE " : ".
013000     05  EXC-RECORD-IMAGE    PIC X(31).
013010     05  FILLER              PIC X(04) VALUE " -- ".
013020     05  EXC-REASON          PIC X(14).
013030 01  EXC-SUMMARY-LINE.
013040     05  FILLER              PIC X(27) VALUE
013050         "TOTAL EXCEPTIONS FLAGGED: ".
013060     05  EXC-SUM-COUNT       PIC Z(6)9.
013070*
013080*--------------------------------------------------------------*
013090* RECONCILIATION LOG LINE LAYOUTS                              *
013100*--------------------------------------------------------------*
013110 01  RECON-DETAIL-LINE.
013120     05  RCN-LABEL           PIC X(14).
013130     05  FILLER              PIC X(09) VALUE " COUNT = ".
013140     05  RCN-COUNT           PIC Z(6)9.
013150     05  FILLER              PIC X(10) VALUE "  TOTAL = ".
013160     05  RCN-TOTAL           PIC Z(11)9.
013170 01  RECON-NET-LINE.
013180     05  RNL-LABEL           PIC X(14).
013190     05  FILLER              PIC X(10) VALUE " DEBITS = ".
013200     05  RNL-DEBIT           PIC Z(11)9.
013210     05  FILLER              PIC X(11) VALUE "  CREDITS =".
013220     05  RNL-CREDIT          PIC Z(11)9.
013230     05  FILLER              PIC X(07) VALUE "  NET =".
013240     05  RNL-NET             PIC -(11)9.
013250 01  RECON-MISMATCH-LINE.
013260     05  FILLER              PIC X(52) VALUE
013270         "*** WARNING - RECONCILIATION MISMATCH DETECTED ***".
013280 01  RECON-SOURCE-LINE.
013290     05  FILLER              PIC X(04) VALUE "SRC ".
013300     05  RSL-SOURCE          PIC 9(01).
013310     05  RSL-PHASE           PIC X(09).
013320     05  FILLER              PIC X(09) VALUE " COUNT = ".
013330     05  RSL-COUNT           PIC Z(6)9.
013340     05  FILLER              PIC X(10) VALUE "  TOTAL = ".
013350     05  RSL-TOTAL           PIC Z(11)9.
013360 01  TREND-ALERT-LINE.
013370     05  FILLER              PIC X(21) VALUE
013380         "*** ABNORMAL SWING - ".
013390     05  TAL-FIELD           PIC X(06).
013400     05  FILLER              PIC X(08) VALUE "PRIOR = ".
013410     05  TAL-PRIOR           PIC Z(11)9.
013420     05  FILLER              PIC X(08) VALUE "  NOW = ".
013430     05  TAL-NOW             PIC Z(11)9.
013440     05  FILLER              PIC X(04) VALUE " ***".
013450 01  XDAY-ALERT-LINE.
013460     05  FILLER              PIC X(24) VALUE
013470         "*** CROSS-DAY MATCHES = ".
013480     05  XAL-COUNT           PIC Z(6)9.
013490     05  FILLER              PIC X(13) VALUE "  ACCEPTED = ".
013500     05  XAL-ACCEPTED        PIC Z(6)9.
013510     05  FILLER              PIC X(31) VALUE
013520         "  POSSIBLE RESUBMITTED FEED ***".
013530 01  RECON-FEED-HEADING.
013540     05  FILLER              PIC X(40) VALUE
013550         "FEED STATUS (IN / LATE / SHORT / NOT IN)".
013560 01  RECON-FEED-LINE.
013570     05  FILLER              PIC X(04) VALUE "SRC ".
013580     05  RFL-SOURCE          PIC 9(01).
013590     05  FILLER              PIC X(01) VALUE SPACE.
013600     05  RFL-STATUS          PIC X(08).
013610     05  FILLER              PIC X(05) VALUE " SEQ ".
013620     05  RFL-SEQ             PIC 9(06).
013630     05  FILLER              PIC X(06) VALUE " DATE ".
013640     05  RFL-DATE            PIC 9(08).
013650     05  FILLER              PIC X(02) VALUE SPACES.
013660     05  RFL-REASON          PIC X(24).
013670*
013680*--------------------------------------------------------------*
013690* WAREHOUSE LISTING LINE LAYOUTS (WHSRPT)                      *
013700*--------------------------------------------------------------*
013710 01  WHS-HEADING-1.
013720     05  FILLER              PIC X(30) VALUE
013730         "QUICKSORT WAREHOUSE LISTING".
013740 01  WHS-HEADING-3.
013750     05  FILLER              PIC X(02) VALUE SPACES.
013760     05  FILLER              PIC X(10) VALUE "DUE DATE".
013770     05  FILLER              PIC X(02) VALUE SPACES.
013780     05  FILLER              PIC X(10) VALUE "ACCOUNT".
013790     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  FILLER              PIC X(04) VALUE "BRCH".
013810     05  FILLER              PIC X(02) VALUE SPACES.
013820     05  FILLER              PIC X(02) VALUE "TY".
013830     05  FILLER              PIC X(02) VALUE SPACES.
013840     05  FILLER              PIC X(07) VALUE " AMOUNT".
013850     05  FILLER              PIC X(02) VALUE SPACES.
013860     05  FILLER              PIC X(10) VALUE "WAREHOUSED".
013870     05  FILLER              PIC X(02) VALUE SPACES.
013880     05  FILLER              PIC X(03) VALUE "SRC".
013890 01  WHS-DETAIL-LINE.
013900     05  FILLER              PIC X(02) VALUE SPACES.
013910     05  WDL-DUE-MM          PIC 99.
013920     05  FILLER              PIC X(01) VALUE "/".
013930     05  WDL-DUE-DD          PIC 99.
013940     05  FILLER              PIC X(01) VALUE "/".
013950     05  WDL-DUE-CCYY        PIC 9999.
013960     05  FILLER              PIC X(02) VALUE SPACES.
013970     05  WDL-ACCOUNT         PIC X(10).
013980     05  FILLER              PIC X(02) VALUE SPACES.
013990     05  WDL-BRANCH          PIC X(04).
014000     05  FILLER              PIC X(02) VALUE SPACES.
014010     05  WDL-TYPE            PIC X(02).
014020     05  FILLER              PIC X(02) VALUE SPACES.
014030     05  WDL-AMOUNT          PIC Z(6)9.
014040     05  FILLER              PIC X(02) VALUE SPACES.
014050     05  WDL-IN-MM           PIC 99.
014060     05  FILLER              PIC X(01) VALUE "/".
014070     05  WDL-IN-DD           PIC 99.
014080     05  FILLER              PIC X(01) VALUE "/".
014090     05  WDL-IN-CCYY         PIC 9999.
014100     05  FILLER              PIC X(03) VALUE SPACES.
014110     05  WDL-SOURCE          PIC X(01).
014120 01  WHS-DUE-TOTAL-LINE.
014130     05  FILLER              PIC X(06) VALUE "  DUE ".
014140     05  WDT-MM              PIC 99.
014150     05  FILLER              PIC X(01) VALUE "/".
014160     05  WDT-DD              PIC 99.
014170     05  FILLER              PIC X(01) VALUE "/".
014180     05  WDT-CCYY            PIC 9999.
014190     05  FILLER              PIC X(09) VALUE " COUNT = ".
014200     05  WDT-COUNT           PIC Z(6)9.
014210     05  FILLER              PIC X(10) VALUE "  TOTAL = ".
014220     05  WDT-TOTAL           PIC Z(11)9.
014230 01  WHS-GRAND-TOTAL-LINE.
014240     05  FILLER              PIC X(16) VALUE
014250         "ALL PENDING     ".
014260     05  FILLER              PIC X(09) VALUE " COUNT = ".
014270     05  WGT-COUNT           PIC Z(6)9.
014280     05  FILLER              PIC X(10) VALUE "  TOTAL = ".
014290     05  WGT-TOTAL           PIC Z(11)9.
014300 01  WHS-MISMATCH-LINE.
014310     05  FILLER              PIC X(52) VALUE
014320         "*** WARNING - WAREHOUSE IN/OUT DOES NOT BALANCE ***".
014330*
014340*--------------------------------------------------------------*
014350* STATISTICS SUMMARY LINE LAYOUTS                              *
014360*--------------------------------------------------------------*
014370 01  STAT-HEADING-LINE.
014380     05  FILLER              PIC X(30) VALUE
014390         "QUICKSORT STATISTICS SUMMARY".
014400 01  STAT-DETAIL-LINE.
014410     05  STL-LABEL           PIC X(20).
014420     05  STL-VALUE           PIC Z(11)9.
014430 01  STAT-DECIMAL-LINE.
014440     05  SDL-LABEL           PIC X(20).
014450     05  SDL-VALUE           PIC Z(10)9.9.
014460 01  STAT-NET-LINE.
014470     05  SNL-LABEL           PIC X(20).
014480     05  SNL-VALUE           PIC -(11)9.
014490*
014500 PROCEDURE DIVISION.
014510 0000-MAINLINE.
014520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014530     PERFORM 4500-READ-CONTROL-CARD THRU 4500-EXIT.
014540     PERFORM 2000-CHECK-RESTART THRU 2000-EXIT.
014550*
014560     IF CKPT-STEP-NONE
014570         PERFORM 1500-OPEN-REF-MASTER THRU 1500-EXIT
014580         PERFORM 1700-LOAD-TYPE-MASTER THRU 1700-EXIT
014590         PERFORM 1800-LOAD-SEEN-FILE THRU 1800-EXIT
014600         PERFORM 3000-LOAD-INPUT THRU 3000-EXIT
014610         PERFORM 1550-CLOSE-REF-MASTER THRU 1550-EXIT
014620         MOVE 1 TO WS-CKPT-WRITE-STEP
014630         PERFORM 3500-WRITE-CHECKPOINT THRU 3500-EXIT
014640     END-IF.
014650*
014660     IF NOT CKPT-STEP-SORT-DONE
014670         DISPLAY "QUICKSORT - SORTING " WS-ACCEPT-COUNT
014680             " ACCEPTED RECORDS"
014690         PERFORM 5000-SORT-RECORDS THRU 5000-EXIT
014700         IF SRTD-STALE-YES
014710             PERFORM 9999-TERMINATE THRU 9999-EXIT
014720         END-IF
014730*        THE SORT-DONE CHECKPOINT IS ONLY WRITTEN WHEN THE
014740*        SORT PHASE ACTUALLY COMPLETED - A CHECKPOINT OVER A
014750*        MISSING OR PARTIAL SORTSRTD WOULD SEND A RESTART
014760*        STRAIGHT PAST THE SORT INTO A FILE THAT IS NOT THERE.
014770         IF SORT-PHASE-DONE
014780             MOVE 2 TO WS-CKPT-WRITE-STEP
014790             PERFORM 3500-WRITE-CHECKPOINT THRU 3500-EXIT
014800         ELSE
014810             DISPLAY "QUICKSORT - SORT PHASE DID NOT "
014820                 "COMPLETE, SORT-DONE CHECKPOINT NOT WRITTEN"
014830         END-IF
014840     END-IF.
014850*
014860     PERFORM 7000-PROCESS-SORTED THRU 7000-EXIT.
014870     PERFORM 7300-WAREHOUSE-LISTING THRU 7300-EXIT.
014880     PERFORM 6000-RECONCILE-AFTER THRU 6000-EXIT.
014890     PERFORM 6300-TREND-CHECK THRU 6300-EXIT.
014900     PERFORM 6470-XDAY-CHECK THRU 6470-EXIT.
014910     PERFORM 6500-BUILD-STATISTICS THRU 6500-EXIT.
014920     PERFORM 6600-WRITE-STAT-FILE THRU 6600-EXIT.
014930     PERFORM 7050-FINISH-REPORT THRU 7050-EXIT.
014940     PERFORM 9999-TERMINATE THRU 9999-EXIT.
014950*
014960*--------------------------------------------------------------*
014970* 1000-INITIALIZE - ONE-TIME HOUSEKEEPING                      *
014980*--------------------------------------------------------------*
014990 1000-INITIALIZE.
015000     MOVE ZERO TO WS-PAGE-COUNT.
015010     MOVE ZERO TO WS-LINE-COUNT.
015020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015030     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
015040     ACCEPT WS-RUN-TIME FROM TIME.
015050     SET EOF-NO TO TRUE.
015060 1000-EXIT.
015070     EXIT.
015080*
015090*--------------------------------------------------------------*
015100* 1050-GET-BUSINESS-DATE - EVERY STEP OF THE STREAM RUNS UNDER *
015110*                          THE BUSINESS-DATE CONTROL RECORD    *
015120*                          THE NUMBDATE STEP MAINTAINS, SO A   *
015130*                          NIGHT THAT SLIPS PAST MIDNIGHT      *
015140*                          KEEPS ITS PROCESSING DATE. MISSING  *
015150*                          OR UNREADABLE CONTROL FALLS BACK TO *
015160*                          THE WALL CLOCK WITH RC 4.           *
015170*--------------------------------------------------------------*
015180 1050-GET-BUSINESS-DATE.
015190     OPEN INPUT BUSINESS-DATE-FILE.
015200     IF NOT BUSINESS-DATE-OK
015210         DISPLAY "QUICKSORT - *** WARNING - NO BUSINESS-DATE "
015220             "CONTROL (STATUS = " BUSINESS-DATE-STATUS
015230             "), WALL-CLOCK DATE IN USE ***"
015240         IF RETURN-CODE < 4
015250             MOVE 4 TO RETURN-CODE
015260         END-IF
015270         GO TO 1050-EXIT
015280     END-IF.
015290     READ BUSINESS-DATE-FILE
015300         AT END
015310             DISPLAY "QUICKSORT - *** WARNING - BUSINESS-DATE "
015320                 "CONTROL EMPTY, WALL-CLOCK DATE IN USE ***"
015330             IF RETURN-CODE < 4
015340                 MOVE 4 TO RETURN-CODE
015350             END-IF
015360             GO TO 1050-CLOSE
015370     END-READ.
015380     IF BDR-BUSINESS-DATE NUMERIC
015390         MOVE BDR-BUSINESS-DATE TO WS-RUN-DATE
015400     ELSE
015410         DISPLAY "QUICKSORT - *** WARNING - BUSINESS-DATE "
015420             "CONTROL UNREADABLE, WALL-CLOCK DATE IN "
015430             "USE ***"
015440         IF RETURN-CODE < 4
015450             MOVE 4 TO RETURN-CODE
015460         END-IF
015470     END-IF.
015480 1050-CLOSE.
015490     CLOSE BUSINESS-DATE-FILE.
015500 1050-EXIT.
015510     EXIT.
015520*
015530*--------------------------------------------------------------*
015540* 1500-OPEN-REF-MASTER - OPEN THE KEYED REFERENCE MASTER FOR   *
015550*                        THE BRANCH AND ACCOUNT LOOKUPS. THE   *
015560*                        EDITS ONLY COME ON WHEN THE MASTER    *
015570*                        OPENED AND HOLDS AT LEAST ONE RECORD -*
015580*                        A MISSING OR EMPTY MASTER IS FLAGGED  *
015590*                        WITH RC 8 AND THE LOAD FALLS BACK TO  *
015600*                        THE OLD NON-BLANK EDITS SO THE RUN    *
015610*                        STILL PRODUCES ITS FILES WHILE THE    *
015620*                        RELEASE STEPS STAY HELD.              *
015630*--------------------------------------------------------------*
015640 1500-OPEN-REF-MASTER.
015650     SET REF-EDIT-OFF TO TRUE.
015660     OPEN INPUT REF-MASTER-FILE.
015670     IF NOT REF-MASTER-OK
015680         DISPLAY "QUICKSORT - *** WARNING - UNABLE TO OPEN "
015690             "REF-MASTER-FILE, STATUS = " REF-MASTER-STATUS
015700             ", BRANCH/ACCOUNT EDITS SKIPPED ***"
015710         IF RETURN-CODE < 8
015720             MOVE 8 TO RETURN-CODE
015730         END-IF
015740         GO TO 1500-EXIT
015750     END-IF.
015760     SET REF-OPEN-YES TO TRUE.
015770*
015780*    ONE SEQUENTIAL READ PROVES THE MASTER HOLDS SOMETHING - AN
015790*    EMPTY MASTER WOULD REJECT EVERY RECORD OF THE NIGHT AS AN
015800*    UNKNOWN BRANCH.
015810     READ REF-MASTER-FILE NEXT RECORD
015820         AT END
015830             DISPLAY "QUICKSORT - *** WARNING - REF MASTER "
015840                 "EMPTY, BRANCH/ACCOUNT EDITS SKIPPED ***"
015850             IF RETURN-CODE < 8
015860                 MOVE 8 TO RETURN-CODE
015870             END-IF
015880             GO TO 1500-EXIT
015890     END-READ.
015900     IF NOT REF-MASTER-OK
015910         DISPLAY "QUICKSORT - *** WARNING - UNABLE TO READ "
015920             "REF-MASTER-FILE, STATUS = " REF-MASTER-STATUS
015930             ", BRANCH/ACCOUNT EDITS SKIPPED ***"
015940         IF RETURN-CODE < 8
015950             MOVE 8 TO RETURN-CODE
015960         END-IF
015970         GO TO 1500-EXIT
015980     END-IF.
015990     SET REF-EDIT-ON TO TRUE.
016000 1500-EXIT.
016010     EXIT.
016020*
016030*--------------------------------------------------------------*
016040* 1550-CLOSE-REF-MASTER - THE LOAD IS THE ONLY PHASE THAT      *
016050*                         EDITS, SO THE MASTER IS RELEASED AS  *
016060*                         SOON AS IT ENDS.                     *
016070*--------------------------------------------------------------*
016080 1550-CLOSE-REF-MASTER.
016090     IF REF-OPEN-YES
016100         CLOSE REF-MASTER-FILE
016110         SET REF-OPEN-NO TO TRUE
016120     END-IF.
016130 1550-EXIT.
016140     EXIT.
016150*
016160*--------------------------------------------------------------*
016170* 1700-LOAD-TYPE-MASTER - LOAD THE TYPE-CODE REFERENCE TABLE   *
016180*                         FROM TYPEMAST. A CODE'S DEBIT/CREDIT *
016190*                         BYTE MUST BE D OR C AND ITS DATES    *
016200*                         BLANK OR NUMERIC - ANYTHING ELSE IS  *
016210*                         A DAMAGED FILE AND THE RECORD IS     *
016220*                         SKIPPED WITH A WARNING. A CODE NOT   *
016230*                         YET EFFECTIVE OR ALREADY RETIRED ON  *
016240*                         THE BUSINESS DATE IS LEFT OUT, SO IT *
016250*                         REJECTS LIKE AN UNKNOWN CODE.        *
016260*                         MISSING OR EMPTY FILE = TYPE EDIT    *
016270*                         OFF, RC 8, EVERYTHING TOTALS AS A    *
016280*                         DEBIT.                               *
016290*--------------------------------------------------------------*
016300 1700-LOAD-TYPE-MASTER.
016310     SET TYPE-EDIT-OFF TO TRUE.
016320     OPEN INPUT TYPE-MASTER-FILE.
016330     IF NOT TYPE-MASTER-OK
016340         DISPLAY "QUICKSORT - *** WARNING - UNABLE TO OPEN "
016350             "TYPE-MASTER-FILE, STATUS = " TYPE-MASTER-STATUS
016360             ", TYPE-CODE EDIT SKIPPED ***"
016370         IF RETURN-CODE < 8
016380             MOVE 8 TO RETURN-CODE
016390         END-IF
016400         GO TO 1700-EXIT
016410     END-IF.
016420*
016430     SET TYPE-EOF-NO TO TRUE.
016440     PERFORM 1750-READ-TYPE-MASTER THRU 1750-EXIT.
016450     PERFORM UNTIL TYPE-EOF-YES
016460         EVALUATE TRUE
016470             WHEN TCM-CODE = SPACES
016480                 CONTINUE
016490             WHEN TCM-DC NOT = "D" AND TCM-DC NOT = "C"
016500                 DISPLAY "QUICKSORT - *** WARNING - TYPE CODE "
016510                     TCM-CODE " HAS BAD D/C BYTE, SKIPPED ***"
016520                 IF RETURN-CODE < 8
016530                     MOVE 8 TO RETURN-CODE
016540                 END-IF
016550             WHEN (TCM-EFF-DATE NOT = SPACES
016560                     AND TCM-EFF-DATE NOT NUMERIC)
016570                     OR (TCM-RETIRE-DATE NOT = SPACES
016580                     AND TCM-RETIRE-DATE NOT NUMERIC)
016590                 DISPLAY "QUICKSORT - *** WARNING - TYPE CODE "
016600                     TCM-CODE " HAS BAD DATES, SKIPPED ***"
016610                 IF RETURN-CODE < 8
016620                     MOVE 8 TO RETURN-CODE
016630                 END-IF
016640             WHEN TCM-EFF-DATE NOT = SPACES
016650                     AND TCM-EFF-DATE > WS-RUN-DATE
016660                 ADD 1 TO WS-TYPE-NOT-IN-EFFECT
016670             WHEN TCM-RETIRE-DATE NOT = SPACES
016680                     AND TCM-RETIRE-DATE NOT = ZEROS
016690                     AND TCM-RETIRE-DATE NOT > WS-RUN-DATE
016700                 ADD 1 TO WS-TYPE-NOT-IN-EFFECT
016710             WHEN WS-TYPE-COUNT < WS-TYPE-MAX
016720                 ADD 1 TO WS-TYPE-COUNT
016730                 MOVE TCM-CODE TO TYPE-CODE(WS-TYPE-COUNT)
016740                 MOVE TCM-DC TO TYPE-DC(WS-TYPE-COUNT)
016750             WHEN OTHER
016760                 DISPLAY "QUICKSORT - *** WARNING - MORE THAN "
016770                     WS-TYPE-MAX " TYPE CODES, REMAINDER "
016780                     "IGNORED ***"
016790                 IF RETURN-CODE < 8
016800                     MOVE 8 TO RETURN-CODE
016810                 END-IF
016820         END-EVALUATE
016830         PERFORM 1750-READ-TYPE-MASTER THRU 1750-EXIT
016840     END-PERFORM.
016850     CLOSE TYPE-MASTER-FILE.
016860     IF WS-TYPE-NOT-IN-EFFECT > 0
016870         DISPLAY "QUICKSORT - " WS-TYPE-NOT-IN-EFFECT
016880             " TYPE CODES NOT IN EFFECT ON " WS-RUN-DATE
016890             ", LEFT OUT"
016900     END-IF.
016910*
016920     IF WS-TYPE-COUNT > 0
016930         SET TYPE-EDIT-ON TO TRUE
016940     ELSE
016950         DISPLAY "QUICKSORT - *** WARNING - TYPE MASTER EMPTY, "
016960             "TYPE-CODE EDIT SKIPPED ***"
016970         IF RETURN-CODE < 8
016980             MOVE 8 TO RETURN-CODE
016990         END-IF
017000     END-IF.
017010 1700-EXIT.
017020     EXIT.
017030*
017040*--------------------------------------------------------------*
017050* 1750-READ-TYPE-MASTER - READ ONE TYPE-CODE RECORD            *
017060*--------------------------------------------------------------*
017070 1750-READ-TYPE-MASTER.
017080     READ TYPE-MASTER-FILE
017090         AT END
017100             SET TYPE-EOF-YES TO TRUE
017110     END-READ.
017120 1750-EXIT.
017130     EXIT.
017140*
017150*--------------------------------------------------------------*
017160* 1800-LOAD-SEEN-FILE - LOAD THE ROLLING RECENTLY-SEEN FILE    *
017170*                       (LAST FIVE DAILY GENERATIONS,          *
017180*                       CONCATENATED BY THE JCL) AND SORT IT   *
017190*                       BY BUSINESS KEY FOR THE BINARY SEARCH. *
017200*                       MISSING FILE = CHECK OFF, RC 8. AN     *
017210*                       EMPTY FILE IS A NORMAL FIRST DAY.      *
017220*--------------------------------------------------------------*
017230 1800-LOAD-SEEN-FILE.
017240     SET SEEN-EDIT-OFF TO TRUE.
017250     OPEN INPUT SEEN-IN-FILE.
017260     IF NOT SEEN-IN-OK
017270         DISPLAY "QUICKSORT - *** WARNING - UNABLE TO OPEN "
017280             "SEEN-IN-FILE, STATUS = " SEEN-IN-STATUS
017290             ", CROSS-DAY CHECK SKIPPED ***"
017300         IF RETURN-CODE < 8
017310             MOVE 8 TO RETURN-CODE
017320         END-IF
017330         GO TO 1800-EXIT
017340     END-IF.
017350*
017360     SET SEEN-EOF-NO TO TRUE.
017370     PERFORM 1850-READ-SEEN-FILE THRU 1850-EXIT.
017380     PERFORM UNTIL SEEN-EOF-YES
017390         IF WS-SEEN-COUNT < WS-SEEN-MAX
017400             ADD 1 TO WS-SEEN-COUNT
017410             MOVE SNI-BUSINESS-KEY
017420                 TO SEEN-KEY(WS-SEEN-COUNT)
017430         ELSE
017440             ADD 1 TO WS-SEEN-DROPPED
017450         END-IF
017460         PERFORM 1850-READ-SEEN-FILE THRU 1850-EXIT
017470     END-PERFORM.
017480     CLOSE SEEN-IN-FILE.
017490*
017500     IF WS-SEEN-DROPPED > 0
017510         DISPLAY "QUICKSORT - *** WARNING - " WS-SEEN-DROPPED
017520             " RECENTLY-SEEN RECORDS DID NOT FIT THE TABLE, "
017530             "CROSS-DAY CHECK INCOMPLETE ***"
017540         IF RETURN-CODE < 8
017550             MOVE 8 TO RETURN-CODE
017560         END-IF
017570     END-IF.
017580*
017590     SET SEEN-EDIT-ON TO TRUE.
017600     IF WS-SEEN-COUNT > 1
017610         SORT SEEN-ENTRY
017620             ASCENDING KEY SEEN-KEY
017630     END-IF.
017640 1800-EXIT.
017650     EXIT.
017660*
017670*--------------------------------------------------------------*
017680* 1850-READ-SEEN-FILE - READ ONE RECENTLY-SEEN RECORD          *
017690*--------------------------------------------------------------*
017700 1850-READ-SEEN-FILE.
017710     READ SEEN-IN-FILE
017720         AT END
017730             SET SEEN-EOF-YES TO TRUE
017740     END-READ.
017750 1850-EXIT.
017760     EXIT.
017770*
017780*--------------------------------------------------------------*
017790* 2000-CHECK-RESTART - LOOK FOR A CHECKPOINT FROM A PRIOR,     *
017800*                      ABENDED RUN. THE CHECKPOINT CARRIES THE *
017810*                      STEP REACHED AND THE CONTROL FIGURES;   *
017820*                      THE ACCEPTED AND SEQUENCED WORK FILES   *
017830*                      HOLD THE RECORDS THEMSELVES. SORTCKPT IS*
017840*                      OPENED DISP=MOD, SO A RUN THAT WRITES   *
017850*                      BOTH THE LOAD-DONE AND SORT-DONE        *
017860*                      CHECKPOINTS LEAVES BOTH BLOCKS IN THE   *
017870*                      FILE, OLDEST FIRST. READ ALL THE WAY TO *
017880*                      END OF FILE AND KEEP APPLYING WHATEVER  *
017890*                      BLOCK IS CURRENT SO THE LAST ONE WINS.  *
017900*--------------------------------------------------------------*
017910 2000-CHECK-RESTART.
017920     SET CKPT-STEP-NONE TO TRUE.
017930     OPEN INPUT CHECKPOINT-FILE.
017940     IF NOT CHECKPOINT-OK
017950         GO TO 2000-EXIT
017960     END-IF.
017970*
017980     SET CKPT-EOF-NO TO TRUE.
017990     PERFORM 2100-READ-CKPT-RECORD THRU 2100-EXIT.
018000     PERFORM UNTIL CKPT-EOF-YES
018010         PERFORM 2200-APPLY-CKPT-RECORD THRU 2200-EXIT
018020         PERFORM 2100-READ-CKPT-RECORD THRU 2100-EXIT
018030     END-PERFORM.
018040     CLOSE CHECKPOINT-FILE.
018050*
018060     IF NOT CKPT-STEP-NONE
018070         MOVE "Y" TO WS-RESTART-FLAG
018080         DISPLAY "QUICKSORT - CHECKPOINT FOUND, RESUMING AFTER "
018090             "STEP " WS-CKPT-STEP-CODE
018100     END-IF.
018110 2000-EXIT.
018120     EXIT.
018130*
018140*--------------------------------------------------------------*
018150* 2100-READ-CKPT-RECORD - READ ONE CHECKPOINT-FILE RECORD      *
018160*--------------------------------------------------------------*
018170 2100-READ-CKPT-RECORD.
018180     READ CHECKPOINT-FILE
018190         AT END
018200             SET CKPT-EOF-YES TO TRUE
018210     END-READ.
018220 2100-EXIT.
018230     EXIT.
018240*
018250*--------------------------------------------------------------*
018260* 2200-APPLY-CKPT-RECORD - FOLD ONE CHECKPOINT RECORD INTO THE *
018270*                          CONTROL FIGURES. TYPE "1" CARRIES   *
018280*                          THE STEP AND THE BEFORE/DUPLICATE   *
018290*                          FIGURES, TYPE "3" THE PER-SOURCE    *
018300*                          FIGURES, TYPE "4" THE DEBIT/CREDIT  *
018310*                          AND CROSS-DAY FIGURES, TYPE "5" THE *
018320*                          WAREHOUSE FIGURES, TYPE "6" THE     *
018330*                          REGIONAL FEED VERDICTS. ANYTHING    *
018340*                          ELSE (A PRE-CUTOVER DETAIL RECORD)  *
018350*                          IS PASSED OVER.                     *
018360*--------------------------------------------------------------*
018370 2200-APPLY-CKPT-RECORD.
018380     EVALUATE CHECKPOINT-RECORD(1:1)
018390         WHEN "1"
018400             MOVE CHECKPOINT-RECORD TO WS-CKPT-HEADER
018410             MOVE CKH-STEP-CODE TO WS-CKPT-STEP-CODE
018420             MOVE CKH-ACCEPT-COUNT TO WS-ACCEPT-COUNT
018430             MOVE CKH-RECON-COUNT-BEFORE
018440                 TO WS-RECON-COUNT-BEFORE
018450             MOVE CKH-RECON-TOTAL-BEFORE
018460                 TO WS-RECON-TOTAL-BEFORE
018470             MOVE CKH-DUP-DROP-COUNT TO WS-DUP-DROP-COUNT
018480             MOVE CKH-DUP-DROP-TOTAL TO WS-DUP-DROP-TOTAL
018490         WHEN "3"
018500             MOVE CHECKPOINT-RECORD TO WS-CKPT-SOURCE
018510             IF CKS-SOURCE > 0 AND CKS-SOURCE NOT > WS-SRC-MAX
018520                 MOVE CKS-COUNT-BEFORE
018530                     TO WS-SRC-COUNT-BEFORE(CKS-SOURCE)
018540                 MOVE CKS-TOTAL-BEFORE
018550                     TO WS-SRC-TOTAL-BEFORE(CKS-SOURCE)
018560                 MOVE CKS-DUP-COUNT
018570                     TO WS-SRC-DUP-COUNT(CKS-SOURCE)
018580                 MOVE CKS-DUP-TOTAL
018590                     TO WS-SRC-DUP-TOTAL(CKS-SOURCE)
018600             END-IF
018610         WHEN "4"
018620             MOVE CHECKPOINT-RECORD TO WS-CKPT-NET
018630             MOVE CKN-DEBIT-BEFORE TO WS-RECON-DEBIT-BEFORE
018640             MOVE CKN-CREDIT-BEFORE TO WS-RECON-CREDIT-BEFORE
018650             COMPUTE WS-RECON-NET-BEFORE =
018660                 CKN-DEBIT-BEFORE - CKN-CREDIT-BEFORE
018670             MOVE CKN-DUP-DROP-NET TO WS-DUP-DROP-NET
018680             MOVE CKN-XDAY-COUNT TO WS-XDAY-COUNT
018690             MOVE CKN-REJECT-COUNT TO WS-REJECT-COUNT
018700*            THE LOAD'S EDITS-OFF STATE (REFERENCE, TYPE OR
018710*            RECENTLY-SEEN FILE MISSING) RIDES THE CHECKPOINT
018720*            TOO - A RESTART SKIPS THE LOAD PARAGRAPHS, AND
018730*            WITHOUT THIS THE RC 8 HOLD WOULD BE LOST AND THE
018740*            UNEDITED NIGHT WOULD RELEASE CLEAN. FLAGS FROM A
018750*            PRE-CUTOVER CHECKPOINT ARE SPACES AND LEFT ALONE.
018760             IF CKN-REF-EDIT-FLAG = "Y"
018770                     OR CKN-REF-EDIT-FLAG = "N"
018780                 MOVE CKN-REF-EDIT-FLAG TO REF-EDIT-SW
018790             END-IF
018800             IF CKN-TYPE-EDIT-FLAG = "Y"
018810                     OR CKN-TYPE-EDIT-FLAG = "N"
018820                 MOVE CKN-TYPE-EDIT-FLAG TO TYPE-EDIT-SW
018830             END-IF
018840             IF CKN-SEEN-EDIT-FLAG = "Y"
018850                     OR CKN-SEEN-EDIT-FLAG = "N"
018860                 MOVE CKN-SEEN-EDIT-FLAG TO SEEN-EDIT-SW
018870             END-IF
018880             IF CKN-REF-EDIT-FLAG = "N"
018890                     OR CKN-TYPE-EDIT-FLAG = "N"
018900                     OR CKN-SEEN-EDIT-FLAG = "N"
018910                 DISPLAY "QUICKSORT - *** WARNING - THE LOAD "
018920                     "RAN WITH ONE OR MORE REFERENCE EDITS "
018930                     "OFF, RELEASE STAYS HELD ***"
018940                 IF RETURN-CODE < 8
018950                     MOVE 8 TO RETURN-CODE
018960                 END-IF
018970             END-IF
018980         WHEN "5"
018990             MOVE CHECKPOINT-RECORD TO WS-CKPT-WHSE
019000             MOVE CKW-OPEN-COUNT TO WS-WHS-OPEN-COUNT
019010             MOVE CKW-OPEN-TOTAL TO WS-WHS-OPEN-TOTAL
019020             MOVE CKW-IN-COUNT TO WS-WHS-IN-COUNT
019030             MOVE CKW-IN-TOTAL TO WS-WHS-IN-TOTAL
019040             MOVE CKW-REL-COUNT TO WS-WHS-REL-COUNT
019050             MOVE CKW-REL-TOTAL TO WS-WHS-REL-TOTAL
019060         WHEN "6"
019070             MOVE CHECKPOINT-RECORD TO WS-CKPT-FEED
019080             IF CKF-SOURCE > 0 AND CKF-SOURCE NOT > WS-SRC-MAX
019090                 MOVE CKF-STATUS TO FDE-STATUS(CKF-SOURCE)
019100                 MOVE CKF-SEQ TO FDE-SEQ(CKF-SOURCE)
019110                 MOVE CKF-DATE TO FDE-DATE(CKF-SOURCE)
019120                 MOVE CKF-COUNT TO FDE-COUNT(CKF-SOURCE)
019130                 MOVE CKF-HASH TO FDE-HASH(CKF-SOURCE)
019140                 MOVE CKF-REASON TO FDE-REASON(CKF-SOURCE)
019150*                A REFUSED FEED KEEPS THE NIGHT HELD ACROSS
019160*                THE RESTART, SAME AS THE EDITS-OFF FLAGS.
019170                 IF NOT FDE-IN(CKF-SOURCE)
019180                     IF RETURN-CODE < 8
019190                         MOVE 8 TO RETURN-CODE
019200                     END-IF
019210                 END-IF
019220             END-IF
019230         WHEN OTHER
019240             CONTINUE
019250     END-EVALUATE.
019260 2200-EXIT.
019270     EXIT.
019280*
019290*--------------------------------------------------------------*
019300* 3000-LOAD-INPUT - EDIT THE DAY'S FEED(S) STRAIGHT TO THE     *
019310*                   ACCEPTED WORK FILE. IN SINGLE MODE THAT IS *
019320*                   THE ONE SORTIN FILE; IN CONSOLIDATED MODE  *
019330*                   THE FIVE REGIONAL FILES ARE LOADED IN      *
019340*                   SOURCE ORDER, EACH RECORD TAGGED WITH ITS  *
019350*                   SOURCE NUMBER. THE BEFORE-SORT CONTROL     *
019360*                   FIGURES ARE ACCUMULATED AS THE RECORDS GO  *
019370*                   BY - THERE IS NO TABLE AND NO CEILING.     *
019380*                   RECORDS DUE OUT OF THE WAREHOUSE ARE       *
019390*                   RELEASED FIRST, AHEAD OF THE FEEDS.        *
019400*                   EACH REGIONAL FILE IS PROVED AGAINST ITS   *
019410*                   HEADER AND TRAILER BEFORE ANY OF IT LOADS, *
019420*                   AND THE FEED-ARRIVAL FILE IS REWRITTEN     *
019430*                   WITH THE SEQUENCES ACCEPTED.               *
019440*--------------------------------------------------------------*
019450 3000-LOAD-INPUT.
019460     OPEN OUTPUT REJECT-FILE.
019470     IF NOT REJECT-FILE-OK
019480         DISPLAY "QUICKSORT - UNABLE TO OPEN REJECT-FILE, "
019490             "STATUS = " REJECT-FILE-STATUS
019500     END-IF.
019510     MOVE ZERO TO WS-REJECT-COUNT.
019520*
019530     OPEN OUTPUT ACCEPTED-FILE.
019540     IF NOT ACCEPTED-OK
019550         DISPLAY "QUICKSORT - UNABLE TO OPEN ACCEPTED-FILE, "
019560             "STATUS = " ACCEPTED-STATUS
019570         MOVE 16 TO RETURN-CODE
019580         GO TO 3000-SUMMARY
019590     END-IF.
019600*
019610     MOVE ZERO TO WS-ACCEPT-COUNT.
019620     MOVE ZERO TO WS-RECON-TOTAL-BEFORE.
019630     MOVE ZERO TO WS-RECON-DEBIT-BEFORE.
019640     MOVE ZERO TO WS-RECON-CREDIT-BEFORE.
019650     MOVE ZERO TO WS-RECON-NET-BEFORE.
019660     MOVE ZERO TO WS-XDAY-COUNT.
019670     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
019680             UNTIL WS-SRC-IX > WS-SRC-MAX
019690         MOVE ZERO TO WS-SRC-COUNT-BEFORE(WS-SRC-IX)
019700         MOVE ZERO TO WS-SRC-TOTAL-BEFORE(WS-SRC-IX)
019710     END-PERFORM.
019720*
019730     PERFORM 3600-RELEASE-WAREHOUSE THRU 3600-EXIT.
019740*
019750     IF RUN-CONSOLIDATED
019760         PERFORM 3760-LOAD-FEED-CONTROL THRU 3760-EXIT
019770         PERFORM VARYING WS-CUR-SOURCE FROM 1 BY 1
019780                 UNTIL WS-CUR-SOURCE > WS-SRC-MAX
019790             PERFORM 3050-LOAD-ONE-SOURCE THRU 3050-EXIT
019800         END-PERFORM
019810         PERFORM 3780-WRITE-FEED-CONTROL THRU 3780-EXIT
019820     ELSE
019830         MOVE ZERO TO WS-CUR-SOURCE
019840         PERFORM 3050-LOAD-ONE-SOURCE THRU 3050-EXIT
019850     END-IF.
019860*
019870     IF WHS-OPEN-YES
019880         CLOSE WAREHOUSE-OUT-FILE
019890         SET WHS-OPEN-NO TO TRUE
019900     END-IF.
019910     MOVE WS-ACCEPT-COUNT TO WS-RECON-COUNT-BEFORE.
019920     CLOSE ACCEPTED-FILE.
019930 3000-SUMMARY.
019940     IF REJECT-FILE-OK
019950         MOVE WS-REJECT-COUNT TO REJ-COUNT
019960         WRITE REJECT-RECORD FROM REJ-SUMMARY-LINE
019970         CLOSE REJECT-FILE
019980     END-IF.
019990*
020000     DISPLAY "QUICKSORT - RECORDS ACCEPTED = " WS-ACCEPT-COUNT
020010         ", RECORDS REJECTED = " WS-REJECT-COUNT.
020020     DISPLAY "QUICKSORT - WAREHOUSED = " WS-WHS-IN-COUNT
020030         ", RELEASED FROM WAREHOUSE = " WS-WHS-REL-COUNT.
020040 3000-EXIT.
020050     EXIT.
020060*
020070*--------------------------------------------------------------*
020080* 3050-LOAD-ONE-SOURCE - EDIT EVERY RECORD OF THE FEED NAMED   *
020090*                        BY WS-CUR-SOURCE (0 = SORTIN, 1-5 =   *
020100*                        SORTIN1-SORTIN5) THROUGH THE COMMON   *
020110*                        EDIT AND STORE LOGIC. A REGIONAL FEED *
020120*                        IS FIRST PROVED BY 3700 AND SKIPPED   *
020130*                        WHOLE IF REFUSED; ITS HEADER AND      *
020140*                        TRAILER RECORDS ARE PASSED OVER HERE. *
020150*--------------------------------------------------------------*
020160 3050-LOAD-ONE-SOURCE.
020170     IF WS-CUR-SOURCE > 0
020180         PERFORM 3700-VERIFY-FEED THRU 3700-EXIT
020190         IF NOT FDE-IN(WS-CUR-SOURCE)
020200             GO TO 3050-EXIT
020210         END-IF
020220     END-IF.
020230*
020240     PERFORM 3060-OPEN-SOURCE THRU 3060-EXIT.
020250     IF SOURCE-OPEN-BAD
020260         GO TO 3050-EXIT
020270     END-IF.
020280*
020290     SET EOF-NO TO TRUE.
020300     PERFORM 3100-READ-INPUT THRU 3100-EXIT.
020310     PERFORM UNTIL EOF-YES
020320         MOVE WS-INPUT-AREA TO WS-FEED-CONTROL-REC
020330         IF WS-CUR-SOURCE > 0
020340                 AND (FCR-HEADER OR FCR-TRAILER)
020350             CONTINUE
020360         ELSE
020370             ADD 1 TO WS-INPUT-SEQ
020380             PERFORM 3200-VALIDATE-INPUT THRU 3200-EXIT
020390             EVALUATE TRUE
020400                 WHEN RECORD-ACCEPTED
020410                     PERFORM 3400-STORE-ACCEPTED THRU 3400-EXIT
020420                 WHEN RECORD-WAREHOUSED
020430                     PERFORM 3680-STORE-WAREHOUSED THRU 3680-EXIT
020440                 WHEN OTHER
020450                     PERFORM 3300-WRITE-REJECT THRU 3300-EXIT
020460             END-EVALUATE
020470         END-IF
020480         PERFORM 3100-READ-INPUT THRU 3100-EXIT
020490     END-PERFORM.
020500     PERFORM 3070-CLOSE-SOURCE THRU 3070-EXIT.
020510 3050-EXIT.
020520     EXIT.
020530*
020540*--------------------------------------------------------------*
020550* 3060-OPEN-SOURCE - OPEN THE CURRENT INPUT FEED. AN OPEN      *
020560*                    FAILURE IS FLAGGED WITH RETURN-CODE 16    *
020570*                    AND THE FEED IS SKIPPED SO THE MISSING    *
020580*                    REGION SHOWS UP IN THE PER-SOURCE         *
020590*                    BALANCING INSTEAD OF ABENDING THE RUN.    *
020600*--------------------------------------------------------------*
020610 3060-OPEN-SOURCE.
020620     SET SOURCE-OPEN-OK TO TRUE.
020630     EVALUATE WS-CUR-SOURCE
020640         WHEN 1
020650             OPEN INPUT SORT-INPUT1-FILE
020660             IF NOT SORT-INPUT1-OK
020670                 SET SOURCE-OPEN-BAD TO TRUE
020680                 DISPLAY "QUICKSORT - UNABLE TO OPEN SORTIN1, "
020690                     "STATUS = " SORT-INPUT1-STATUS
020700             END-IF
020710         WHEN 2
020720             OPEN INPUT SORT-INPUT2-FILE
020730             IF NOT SORT-INPUT2-OK
020740                 SET SOURCE-OPEN-BAD TO TRUE
020750                 DISPLAY "QUICKSORT - UNABLE TO OPEN SORTIN2, "
020760                     "STATUS = " SORT-INPUT2-STATUS
020770             END-IF
020780         WHEN 3
020790             OPEN INPUT SORT-INPUT3-FILE
020800             IF NOT SORT-INPUT3-OK
020810                 SET SOURCE-OPEN-BAD TO TRUE
020820                 DISPLAY "QUICKSORT - UNABLE TO OPEN SORTIN3, "
020830                     "STATUS = " SORT-INPUT3-STATUS
020840             END-IF
020850         WHEN 4
020860             OPEN INPUT SORT-INPUT4-FILE
020870             IF NOT SORT-INPUT4-OK
020880                 SET SOURCE-OPEN-BAD TO TRUE
020890                 DISPLAY "QUICKSORT - UNABLE TO OPEN SORTIN4, "
020900                     "STATUS = " SORT-INPUT4-STATUS
020910             END-IF
020920         WHEN 5
020930             OPEN INPUT SORT-INPUT5-FILE
020940             IF NOT SORT-INPUT5-OK
020950                 SET SOURCE-OPEN-BAD TO TRUE
020960                 DISPLAY "QUICKSORT - UNABLE TO OPEN SORTIN5, "
020970                     "STATUS = " SORT-INPUT5-STATUS
020980             END-IF
020990         WHEN OTHER
021000             OPEN INPUT SORT-INPUT-FILE
021010             IF NOT SORT-INPUT-OK
021020                 SET SOURCE-OPEN-BAD TO TRUE
021030                 DISPLAY "QUICKSORT - UNABLE TO OPEN SORT-"
021040                     "INPUT-FILE, STATUS = " SORT-INPUT-STATUS
021050             END-IF
021060     END-EVALUATE.
021070     IF SOURCE-OPEN-BAD
021080         MOVE 16 TO RETURN-CODE
021090     END-IF.
021100 3060-EXIT.
021110     EXIT.
021120*
021130*--------------------------------------------------------------*
021140* 3070-CLOSE-SOURCE - CLOSE THE CURRENT INPUT FEED             *
021150*--------------------------------------------------------------*
021160 3070-CLOSE-SOURCE.
021170     EVALUATE WS-CUR-SOURCE
021180         WHEN 1
021190             CLOSE SORT-INPUT1-FILE
021200         WHEN 2
021210             CLOSE SORT-INPUT2-FILE
021220         WHEN 3
021230             CLOSE SORT-INPUT3-FILE
021240         WHEN 4
021250             CLOSE SORT-INPUT4-FILE
021260         WHEN 5
021270             CLOSE SORT-INPUT5-FILE
021280         WHEN OTHER
021290             CLOSE SORT-INPUT-FILE
021300     END-EVALUATE.
021310 3070-EXIT.
021320     EXIT.
021330*
021340*--------------------------------------------------------------*
021350* 3100-READ-INPUT - READ ONE RECORD FROM THE CURRENT FEED      *
021360*                   INTO THE COMMON INPUT AREA                 *
021370*--------------------------------------------------------------*
021380 3100-READ-INPUT.
021390     EVALUATE WS-CUR-SOURCE
021400         WHEN 1
021410             READ SORT-INPUT1-FILE INTO WS-INPUT-AREA
021420                 AT END
021430                     SET EOF-YES TO TRUE
021440             END-READ
021450         WHEN 2
021460             READ SORT-INPUT2-FILE INTO WS-INPUT-AREA
021470                 AT END
021480                     SET EOF-YES TO TRUE
021490             END-READ
021500         WHEN 3
021510             READ SORT-INPUT3-FILE INTO WS-INPUT-AREA
021520                 AT END
021530                     SET EOF-YES TO TRUE
021540             END-READ
021550         WHEN 4
021560             READ SORT-INPUT4-FILE INTO WS-INPUT-AREA
021570                 AT END
021580                     SET EOF-YES TO TRUE
021590             END-READ
021600         WHEN 5
021610             READ SORT-INPUT5-FILE INTO WS-INPUT-AREA
021620                 AT END
021630                     SET EOF-YES TO TRUE
021640             END-READ
021650         WHEN OTHER
021660             READ SORT-INPUT-FILE INTO WS-INPUT-AREA
021670                 AT END
021680                     SET EOF-YES TO TRUE
021690             END-READ
021700     END-EVALUATE.
021710 3100-EXIT.
021720     EXIT.
021730*
021740*--------------------------------------------------------------*
021750* 3200-VALIDATE-INPUT - EDIT THE FULL TRANSACTION RECORD BEFORE*
021760*                       IT GOES TO THE ACCEPTED WORK FILE.     *
021770*                       RECORDS THAT FAIL ARE ROUTED TO        *
021780*                       REJECT-FILE BY THE CALLER INSTEAD OF   *
021790*                       BEING SORTED. FIRST FAILING EDIT WINS  *
021800*                       THE REASON.                            *
021810*                       A GOOD RECORD DATED AFTER THE          *
021820*                       BUSINESS DATE IS MARKED FOR THE        *
021830*                       WAREHOUSE INSTEAD OF ACCEPTED.         *
021840*--------------------------------------------------------------*
021850 3200-VALIDATE-INPUT.
021860     SET RECORD-ACCEPTED TO TRUE.
021870     MOVE "D" TO WS-TYPE-DC-BYTE.
021880     IF INP-ACCOUNT = SPACES
021890         SET RECORD-REJECTED TO TRUE
021900         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
021910         GO TO 3200-EXIT
021920     END-IF.
021930     IF INP-BRANCH = SPACES
021940         SET RECORD-REJECTED TO TRUE
021950         MOVE "BRANCH CODE MISSING" TO WS-REJECT-REASON
021960         GO TO 3200-EXIT
021970     END-IF.
021980     IF REF-EDIT-ON
021990         PERFORM 3260-FIND-BRANCH THRU 3260-EXIT
022000         IF REF-FOUND-NO
022010             SET RECORD-REJECTED TO TRUE
022020             MOVE "BRANCH NOT ON REF MASTER"
022030                 TO WS-REJECT-REASON
022040             GO TO 3200-EXIT
022050         END-IF
022060         IF WS-REF-STATUS-BYTE NOT = "A"
022070             SET RECORD-REJECTED TO TRUE
022080             MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
022090             GO TO 3200-EXIT
022100         END-IF
022110         PERFORM 3270-FIND-ACCOUNT THRU 3270-EXIT
022120         IF REF-FOUND-NO
022130             SET RECORD-REJECTED TO TRUE
022140             MOVE "ACCOUNT NOT ON REF MASTER"
022150                 TO WS-REJECT-REASON
022160             GO TO 3200-EXIT
022170         END-IF
022180         IF WS-REF-STATUS-BYTE NOT = "A"
022190             SET RECORD-REJECTED TO TRUE
022200             MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
022210             GO TO 3200-EXIT
022220         END-IF
022230     END-IF.
022240     IF INP-TRAN-DATE NOT NUMERIC
022250         SET RECORD-REJECTED TO TRUE
022260         MOVE "NON-NUMERIC TRAN DATE" TO WS-REJECT-REASON
022270         GO TO 3200-EXIT
022280     END-IF.
022290     IF INP-TRAN-DATE(5:2) < "01" OR INP-TRAN-DATE(5:2) > "12"
022300         SET RECORD-REJECTED TO TRUE
022310         MOVE "INVALID TRAN DATE MONTH" TO WS-REJECT-REASON
022320         GO TO 3200-EXIT
022330     END-IF.
022340     IF INP-TRAN-DATE(7:2) < "01" OR INP-TRAN-DATE(7:2) > "31"
022350         SET RECORD-REJECTED TO TRUE
022360         MOVE "INVALID TRAN DATE DAY" TO WS-REJECT-REASON
022370         GO TO 3200-EXIT
022380     END-IF.
022390     IF INP-AMOUNT NOT NUMERIC
022400         SET RECORD-REJECTED TO TRUE
022410         MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
022420         GO TO 3200-EXIT
022430     END-IF.
022440     IF TYPE-EDIT-ON
022450         PERFORM 3280-FIND-TYPE-CODE THRU 3280-EXIT
022460         IF TYPE-FOUND-NO
022470             SET RECORD-REJECTED TO TRUE
022480             MOVE "TYPE CODE NOT ON MASTER"
022490                 TO WS-REJECT-REASON
022500             GO TO 3200-EXIT
022510         END-IF
022520     END-IF.
022530*    EVERY EDIT PASSED - A RECORD DATED AFTER THE BUSINESS DATE
022540*    WAITS IN THE WAREHOUSE UNTIL ITS DATE COMES DUE. WITH NO
022550*    WAREHOUSE FILE TO HOLD IT, IT IS REJECTED RATHER THAN POSTED
022560*    EARLY.
022570     IF INP-TRAN-DATE > WS-RUN-DATE
022580         IF WHS-OPEN-YES
022590             SET RECORD-WAREHOUSED TO TRUE
022600         ELSE
022610             SET RECORD-REJECTED TO TRUE
022620             MOVE "FUTURE DATE, NO WAREHOUSE" TO WS-REJECT-REASON
022630         END-IF
022640     END-IF.
022650 3200-EXIT.
022660     EXIT.
022670*
022680*--------------------------------------------------------------*
022690* 3260-FIND-BRANCH - READ THE INPUT BRANCH FROM THE REFERENCE  *
022700*                    MASTER. A BRANCH RECORD IS KEYED "B" PLUS *
022710*                    THE BRANCH CODE LEFT-JUSTIFIED IN THE KEY.*
022720*                    LEAVES THE STATUS BYTE FOR THE CALLER TO  *
022730*                    JUDGE.                                    *
022740*--------------------------------------------------------------*
022750 3260-FIND-BRANCH.
022760     MOVE "B" TO REF-REC-TYPE.
022770     MOVE SPACES TO REF-KEY.
022780     MOVE INP-BRANCH TO REF-KEY(1:4).
022790     PERFORM 3275-READ-REF-KEY THRU 3275-EXIT.
022800 3260-EXIT.
022810     EXIT.
022820*
022830*--------------------------------------------------------------*
022840* 3270-FIND-ACCOUNT - READ THE INPUT ACCOUNT FROM THE          *
022850*                     REFERENCE MASTER ("A" PLUS THE ACCOUNT   *
022860*                     NUMBER). LEAVES THE STATUS BYTE FOR THE  *
022870*                     CALLER TO JUDGE.                         *
022880*--------------------------------------------------------------*
022890 3270-FIND-ACCOUNT.
022900     MOVE "A" TO REF-REC-TYPE.
022910     MOVE INP-ACCOUNT TO REF-KEY.
022920     PERFORM 3275-READ-REF-KEY THRU 3275-EXIT.
022930 3270-EXIT.
022940     EXIT.
022950*
022960*--------------------------------------------------------------*
022970* 3275-READ-REF-KEY - KEYED READ OF THE TYPE/KEY SET UP BY THE *
022980*                     CALLER. NOT ON FILE LEAVES "NOT FOUND".  *
022990*                     ANY OTHER FAILURE MEANS THE MASTER CAN NO*
023000*                     LONGER BE TRUSTED: THE EDITS GO OFF FOR  *
023010*                     THE REST OF THE LOAD WITH RC 8, AND THIS *
023020*                     RECORD PASSES ON THE NON-BLANK EDITS LIKE*
023030*                     EVERY RECORD AFTER IT.                   *
023040*--------------------------------------------------------------*
023050 3275-READ-REF-KEY.
023060     SET REF-FOUND-NO TO TRUE.
023070     MOVE SPACE TO WS-REF-STATUS-BYTE.
023080     IF REF-EDIT-OFF
023090         GO TO 3275-PASS
023100     END-IF.
023110     READ REF-MASTER-FILE
023120         KEY IS REF-REC-KEY
023130         INVALID KEY
023140             GO TO 3275-EXIT
023150     END-READ.
023160     IF REF-MASTER-OK
023170         SET REF-FOUND-YES TO TRUE
023180         MOVE REF-STATUS TO WS-REF-STATUS-BYTE
023190         GO TO 3275-EXIT
023200     END-IF.
023210     DISPLAY "QUICKSORT - *** WARNING - REF-MASTER-FILE READ "
023220         "FAILED, STATUS = " REF-MASTER-STATUS
023230         ", BRANCH/ACCOUNT EDITS OFF FOR THE REST OF THE "
023240         "LOAD ***".
023250     SET REF-EDIT-OFF TO TRUE.
023260     IF RETURN-CODE < 8
023270         MOVE 8 TO RETURN-CODE
023280     END-IF.
023290 3275-PASS.
023300     SET REF-FOUND-YES TO TRUE.
023310     MOVE "A" TO WS-REF-STATUS-BYTE.
023320 3275-EXIT.
023330     EXIT.
023340*
023350*--------------------------------------------------------------*
023360* 3280-FIND-TYPE-CODE - LOOK THE INPUT TYPE CODE UP IN THE     *
023370*                       TYPE TABLE AND LEAVE ITS DEBIT/CREDIT  *
023380*                       BYTE FOR THE STORE LOGIC. THE TABLE IS *
023390*                       SMALL, SO A SERIAL SCAN IS FINE.       *
023400*--------------------------------------------------------------*
023410 3280-FIND-TYPE-CODE.
023420     SET TYPE-FOUND-NO TO TRUE.
023430     MOVE "D" TO WS-TYPE-DC-BYTE.
023440     PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
023450             UNTIL WS-TYPE-IX > WS-TYPE-COUNT
023460             OR TYPE-FOUND-YES
023470         IF TYPE-CODE(WS-TYPE-IX) = INP-TYPE-CODE
023480             SET TYPE-FOUND-YES TO TRUE
023490             MOVE TYPE-DC(WS-TYPE-IX) TO WS-TYPE-DC-BYTE
023500         END-IF
023510     END-PERFORM.
023520 3280-EXIT.
023530     EXIT.
023540*
023550*--------------------------------------------------------------*
023560* 3290-CHECK-CROSS-DAY - BINARY-SEARCH THE RECENTLY-SEEN TABLE *
023570*                        FOR THE RECORD IN THE WORK AREA. A    *
023580*                        HIT MEANS THE IDENTICAL BUSINESS      *
023590*                        RECORD WAS POSTED ON A PRIOR DAY -    *
023600*                        FLAG IT AND COUNT IT; THE FEED-LEVEL  *
023610*                        JUDGMENT COMES LATER IN               *
023620*                        6470-XDAY-CHECK.                      *
023630*--------------------------------------------------------------*
023640 3290-CHECK-CROSS-DAY.
023650     IF SEEN-EDIT-OFF OR WS-SEEN-COUNT = 0
023660         GO TO 3290-EXIT
023670     END-IF.
023680     MOVE SPACES TO WS-SEEN-LOOKUP-KEY.
023690     MOVE WRK-ACCOUNT TO WS-SEEN-LOOKUP-KEY(1:10).
023700     MOVE WRK-BRANCH TO WS-SEEN-LOOKUP-KEY(11:4).
023710     MOVE WRK-TRAN-DATE TO WS-SEEN-LOOKUP-KEY(15:8).
023720     MOVE WRK-VALUE TO WS-SEEN-LOOKUP-KEY(23:7).
023730     MOVE WRK-TYPE-CODE TO WS-SEEN-LOOKUP-KEY(30:2).
023740*
023750     SET SEEN-FOUND-NO TO TRUE.
023760     MOVE 1 TO WS-SEEN-LO.
023770     MOVE WS-SEEN-COUNT TO WS-SEEN-HI.
023780     PERFORM UNTIL WS-SEEN-LO > WS-SEEN-HI
023790             OR SEEN-FOUND-YES
023800         COMPUTE WS-SEEN-MID =
023810             (WS-SEEN-LO + WS-SEEN-HI) / 2
023820         EVALUATE TRUE
023830             WHEN SEEN-KEY(WS-SEEN-MID) = WS-SEEN-LOOKUP-KEY
023840                 SET SEEN-FOUND-YES TO TRUE
023850             WHEN SEEN-KEY(WS-SEEN-MID) < WS-SEEN-LOOKUP-KEY
023860                 COMPUTE WS-SEEN-LO = WS-SEEN-MID + 1
023870             WHEN OTHER
023880                 COMPUTE WS-SEEN-HI = WS-SEEN-MID - 1
023890         END-EVALUATE
023900     END-PERFORM.
023910*
023920     IF SEEN-FOUND-YES
023930         MOVE "Y" TO WRK-XDAY-FLAG
023940         ADD 1 TO WS-XDAY-COUNT
023950     END-IF.
023960 3290-EXIT.
023970     EXIT.
023980*
023990*--------------------------------------------------------------*
024000* 3300-WRITE-REJECT - LOG ONE REJECTED RECORD TO REJECT-FILE   *
024010*                     AND BUMP THE REJECT COUNT. A FEED DIRTY  *
024020*                     ENOUGH TO RUN THE COUNT PAST PIC 9(07) IS*
024030*                     FLAGGED RATHER THAN LEFT TO WRAP SILENTLY. *
024040*--------------------------------------------------------------*
024050 3300-WRITE-REJECT.
024060     ADD 1 TO WS-REJECT-COUNT
024070         ON SIZE ERROR
024080             DISPLAY "QUICKSORT - *** WARNING - REJECT COUNT "
024090                 "EXCEEDS 9999999, SUMMARY COUNT NO LONGER "
024100                 "ACCURATE ***"
024110     END-ADD.
024120     IF REJECT-FILE-OK
024130         MOVE WS-INPUT-SEQ TO REJ-INPUT-SEQ
024140         MOVE WS-INPUT-AREA TO REJ-RECORD-IMAGE
024150         MOVE WS-REJECT-REASON TO REJ-REASON
024160         WRITE REJECT-RECORD FROM REJ-DETAIL-LINE
024170     END-IF.
024180 3300-EXIT.
024190     EXIT.
024200*
024210*--------------------------------------------------------------*
024220* 3400-STORE-ACCEPTED - BUILD THE WORK RECORD FOR ONE ACCEPTED *
024230*                       FEED RECORD, RUN THE CROSS-DAY CHECK,  *
024240*                       ROLL IT INTO THE BEFORE-SORT CONTROL   *
024250*                       FIGURES, AND WRITE IT TO THE ACCEPTED  *
024260*                       WORK FILE.                             *
024270*--------------------------------------------------------------*
024280 3400-STORE-ACCEPTED.
024290     MOVE SPACES TO WS-WORK-REC.
024300     MOVE INP-ACCOUNT TO WRK-ACCOUNT.
024310     MOVE INP-BRANCH TO WRK-BRANCH.
024320     MOVE INP-TRAN-DATE TO WRK-TRAN-DATE.
024330     MOVE INP-AMOUNT TO WRK-VALUE.
024340     MOVE INP-TYPE-CODE TO WRK-TYPE-CODE.
024350     MOVE WS-INPUT-SEQ TO WRK-SEQ.
024360     MOVE WS-CUR-SOURCE TO WRK-SOURCE.
024370     MOVE WS-TYPE-DC-BYTE TO WRK-DC-FLAG.
024380     MOVE "N" TO WRK-XDAY-FLAG.
024390     MOVE "N" TO WRK-DUP-FLAG.
024400     MOVE "N" TO WRK-EXCP-FLAG.
024410     IF WHS-RELEASE-YES
024420         MOVE "Y" TO WRK-WHS-FLAG
024430     ELSE
024440         MOVE "N" TO WRK-WHS-FLAG
024450     END-IF.
024460     PERFORM 3290-CHECK-CROSS-DAY THRU 3290-EXIT.
024470*
024480     ADD 1 TO WS-ACCEPT-COUNT.
024490     ADD WRK-VALUE TO WS-RECON-TOTAL-BEFORE.
024500     IF WRK-DC-FLAG = "C"
024510         ADD WRK-VALUE TO WS-RECON-CREDIT-BEFORE
024520         SUBTRACT WRK-VALUE FROM WS-RECON-NET-BEFORE
024530     ELSE
024540         ADD WRK-VALUE TO WS-RECON-DEBIT-BEFORE
024550         ADD WRK-VALUE TO WS-RECON-NET-BEFORE
024560     END-IF.
024570     IF WS-CUR-SOURCE > 0
024580         ADD 1 TO WS-SRC-COUNT-BEFORE(WS-CUR-SOURCE)
024590         ADD WRK-VALUE
024600             TO WS-SRC-TOTAL-BEFORE(WS-CUR-SOURCE)
024610     END-IF.
024620*
024630     WRITE ACCEPTED-RECORD FROM WS-WORK-REC.
024640 3400-EXIT.
024650     EXIT.
024660*
024670*--------------------------------------------------------------*
024680* 3500-WRITE-CHECKPOINT - REWRITE THE CHECKPOINT AFTER A MAJOR *
024690*                         STEP COMPLETES. ONLY THE CONTROL     *
024700*                         FIGURES GO HERE - THE ACCEPTED AND   *
024710*                         SEQUENCED WORK FILES HOLD THE        *
024720*                         RECORDS, SO A RESTART REBUILDS       *
024730*                         NOTHING AND RECONCILES AGAINST THE   *
024740*                         ORIGINAL LOAD'S FIGURES.             *
024750*--------------------------------------------------------------*
024760 3500-WRITE-CHECKPOINT.
024770     OPEN OUTPUT CHECKPOINT-FILE.
024780     IF NOT CHECKPOINT-OK
024790         DISPLAY "QUICKSORT - UNABLE TO WRITE CHECKPOINT, "
024800             "STATUS = " CHECKPOINT-STATUS
024810         GO TO 3500-EXIT
024820     END-IF.
024830*
024840     MOVE "1" TO CKH-REC-TYPE.
024850     MOVE WS-CKPT-WRITE-STEP TO CKH-STEP-CODE.
024860     MOVE WS-RUN-DATE TO CKH-BUSINESS-DATE.
024870     MOVE WS-ACCEPT-COUNT TO CKH-ACCEPT-COUNT.
024880     MOVE WS-RECON-COUNT-BEFORE TO CKH-RECON-COUNT-BEFORE.
024890     MOVE WS-RECON-TOTAL-BEFORE TO CKH-RECON-TOTAL-BEFORE.
024900     MOVE WS-DUP-DROP-COUNT TO CKH-DUP-DROP-COUNT.
024910     MOVE WS-DUP-DROP-TOTAL TO CKH-DUP-DROP-TOTAL.
024920     MOVE WS-CKPT-HEADER TO CHECKPOINT-RECORD.
024930     WRITE CHECKPOINT-RECORD.
024940*
024950     MOVE "4" TO CKN-REC-TYPE.
024960     MOVE WS-RECON-DEBIT-BEFORE TO CKN-DEBIT-BEFORE.
024970     MOVE WS-RECON-CREDIT-BEFORE TO CKN-CREDIT-BEFORE.
024980     MOVE WS-DUP-DROP-NET TO CKN-DUP-DROP-NET.
024990     MOVE WS-XDAY-COUNT TO CKN-XDAY-COUNT.
025000     MOVE WS-REJECT-COUNT TO CKN-REJECT-COUNT.
025010     MOVE REF-EDIT-SW TO CKN-REF-EDIT-FLAG.
025020     MOVE TYPE-EDIT-SW TO CKN-TYPE-EDIT-FLAG.
025030     MOVE SEEN-EDIT-SW TO CKN-SEEN-EDIT-FLAG.
025040     MOVE WS-CKPT-NET TO CHECKPOINT-RECORD.
025050     WRITE CHECKPOINT-RECORD.
025060*
025070     MOVE "5" TO CKW-REC-TYPE.
025080     MOVE WS-WHS-OPEN-COUNT TO CKW-OPEN-COUNT.
025090     MOVE WS-WHS-OPEN-TOTAL TO CKW-OPEN-TOTAL.
025100     MOVE WS-WHS-IN-COUNT TO CKW-IN-COUNT.
025110     MOVE WS-WHS-IN-TOTAL TO CKW-IN-TOTAL.
025120     MOVE WS-WHS-REL-COUNT TO CKW-REL-COUNT.
025130     MOVE WS-WHS-REL-TOTAL TO CKW-REL-TOTAL.
025140     MOVE WS-CKPT-WHSE TO CHECKPOINT-RECORD.
025150     WRITE CHECKPOINT-RECORD.
025160*
025170     IF RUN-CONSOLIDATED
025180         PERFORM VARYING WS-SRC-IX FROM 1 BY 1
025190                 UNTIL WS-SRC-IX > WS-SRC-MAX
025200             MOVE "3" TO CKS-REC-TYPE
025210             MOVE WS-SRC-IX TO CKS-SOURCE
025220             MOVE WS-SRC-COUNT-BEFORE(WS-SRC-IX)
025230                 TO CKS-COUNT-BEFORE
025240             MOVE WS-SRC-TOTAL-BEFORE(WS-SRC-IX)
025250                 TO CKS-TOTAL-BEFORE
025260             MOVE WS-SRC-DUP-COUNT(WS-SRC-IX)
025270                 TO CKS-DUP-COUNT
025280             MOVE WS-SRC-DUP-TOTAL(WS-SRC-IX)
025290                 TO CKS-DUP-TOTAL
025300             MOVE WS-CKPT-SOURCE TO CHECKPOINT-RECORD
025310             WRITE CHECKPOINT-RECORD
025320             MOVE "6" TO CKF-REC-TYPE
025330             MOVE WS-SRC-IX TO CKF-SOURCE
025340             MOVE FDE-STATUS(WS-SRC-IX) TO CKF-STATUS
025350             MOVE FDE-SEQ(WS-SRC-IX) TO CKF-SEQ
025360             MOVE FDE-DATE(WS-SRC-IX) TO CKF-DATE
025370             MOVE FDE-COUNT(WS-SRC-IX) TO CKF-COUNT
025380             MOVE FDE-HASH(WS-SRC-IX) TO CKF-HASH
025390             MOVE FDE-REASON(WS-SRC-IX) TO CKF-REASON
025400             MOVE WS-CKPT-FEED TO CHECKPOINT-RECORD
025410             WRITE CHECKPOINT-RECORD
025420         END-PERFORM
025430     END-IF.
025440     CLOSE CHECKPOINT-FILE.
025450 3500-EXIT.
025460     EXIT.
025470*
025480*--------------------------------------------------------------*
025490* 3600-RELEASE-WAREHOUSE - CARRY LAST NIGHT'S WAREHOUSE FORWARD*
025500*                          TO TONIGHT'S, RELEASING EVERY RECORD*
025510*                          THAT HAS COME DUE INTO THE LOAD     *
025520*                          THROUGH THE NORMAL EDITS. WHSOUT    *
025530*                          STAYS OPEN THROUGH THE FEEDS SO NEW *
025540*                          FUTURE-DATED RECORDS JOIN IT. NO    *
025550*                          WAREHOUSE ON FILE IS A FIRST NIGHT  *
025560*                          (RC 4); ANY OTHER OPEN FAILURE IS RC*
025570*                          16 SO THE COPY-BACK STEP DOES NOT   *
025580*                          REPLACE THE WAREHOUSE.              *
025590*--------------------------------------------------------------*
025600 3600-RELEASE-WAREHOUSE.
025610     MOVE ZERO TO WS-WHS-OPEN-COUNT.
025620     MOVE ZERO TO WS-WHS-OPEN-TOTAL.
025630     MOVE ZERO TO WS-WHS-IN-COUNT.
025640     MOVE ZERO TO WS-WHS-IN-TOTAL.
025650     MOVE ZERO TO WS-WHS-REL-COUNT.
025660     MOVE ZERO TO WS-WHS-REL-TOTAL.
025670     SET WHS-OPEN-NO TO TRUE.
025680     OPEN OUTPUT WAREHOUSE-OUT-FILE.
025690     IF NOT WAREHOUSE-OUT-OK
025700         DISPLAY "QUICKSORT - UNABLE TO OPEN WAREHOUSE-OUT-FILE, "
025710             "STATUS = " WAREHOUSE-OUT-STATUS
025720         MOVE 16 TO RETURN-CODE
025730         GO TO 3600-EXIT
025740     END-IF.
025750     SET WHS-OPEN-YES TO TRUE.
025760*
025770     OPEN INPUT WAREHOUSE-IN-FILE.
025780     IF WAREHOUSE-IN-STATUS = "35"
025790         DISPLAY "QUICKSORT - NO WAREHOUSE FILE ON HAND, "
025800             "STARTING AN EMPTY ONE"
025810         IF RETURN-CODE < 4
025820             MOVE 4 TO RETURN-CODE
025830         END-IF
025840         GO TO 3600-EXIT
025850     END-IF.
025860     IF NOT WAREHOUSE-IN-OK
025870         DISPLAY "QUICKSORT - UNABLE TO OPEN WAREHOUSE-IN-FILE, "
025880             "STATUS = " WAREHOUSE-IN-STATUS
025890         MOVE 16 TO RETURN-CODE
025900         GO TO 3600-EXIT
025910     END-IF.
025920*
025930     SET WHS-EOF-NO TO TRUE.
025940     PERFORM 3650-READ-WAREHOUSE THRU 3650-EXIT.
025950     PERFORM UNTIL WHS-EOF-YES
025960         PERFORM 3620-JUDGE-WAREHOUSE THRU 3620-EXIT
025970         PERFORM 3650-READ-WAREHOUSE THRU 3650-EXIT
025980     END-PERFORM.
025990     CLOSE WAREHOUSE-IN-FILE.
026000 3600-EXIT.
026010     EXIT.
026020*
026030*--------------------------------------------------------------*
026040* 3620-JUDGE-WAREHOUSE - DECIDE WHAT HAPPENS TO ONE RECORD FROM*
026050*                        LAST NIGHT'S WAREHOUSE. A RECORD      *
026060*                        WAREHOUSED TONIGHT BY AN EARLIER      *
026070*                        ATTEMPT IS DROPPED - THE FEED PUTS IT *
026080*                        BACK. ONE RELEASED ON AN EARLIER NIGHT*
026090*                        IS DROPPED FOR GOOD. ONE STILL DATED  *
026100*                        AHEAD IS CARRIED FORWARD AS PENDING,  *
026110*                        AND ONE THAT HAS COME DUE IS RELEASED.*
026120*                        A DAMAGED RECORD IS CARRIED FORWARD   *
026130*                        UNTOUCHED FOR CORRECTION WITH RC 8.   *
026140*--------------------------------------------------------------*
026150 3620-JUDGE-WAREHOUSE.
026160     PERFORM 3660-CHECK-WAREHOUSE THRU 3660-EXIT.
026170     IF WHS-REC-INVALID
026180         DISPLAY "QUICKSORT - *** WARNING - DAMAGED WAREHOUSE "
026190             "RECORD CARRIED FORWARD: " WHR-BUSINESS-REC " ***"
026200         IF RETURN-CODE < 8
026210             MOVE 8 TO RETURN-CODE
026220         END-IF
026230         PERFORM 3670-WRITE-WAREHOUSE THRU 3670-EXIT
026240         GO TO 3620-EXIT
026250     END-IF.
026260*
026270     EVALUATE TRUE
026280         WHEN WHR-RELEASE-DATE = 0
026290                 AND WHR-IN-DATE = WS-RUN-DATE
026300             CONTINUE
026310         WHEN WHR-RELEASE-DATE NOT = 0
026320                 AND WHR-RELEASE-DATE < WS-RUN-DATE
026330             CONTINUE
026340         WHEN WHR-RELEASE-DATE > WS-RUN-DATE
026350             PERFORM 3670-WRITE-WAREHOUSE THRU 3670-EXIT
026360         WHEN WHR-TRAN-DATE > WS-RUN-DATE
026370             ADD 1 TO WS-WHS-OPEN-COUNT
026380             ADD WHR-AMOUNT TO WS-WHS-OPEN-TOTAL
026390             PERFORM 3670-WRITE-WAREHOUSE THRU 3670-EXIT
026400         WHEN OTHER
026410             ADD 1 TO WS-WHS-OPEN-COUNT
026420             ADD WHR-AMOUNT TO WS-WHS-OPEN-TOTAL
026430             PERFORM 3640-RELEASE-ONE THRU 3640-EXIT
026440     END-EVALUATE.
026450 3620-EXIT.
026460     EXIT.
026470*
026480*--------------------------------------------------------------*
026490* 3640-RELEASE-ONE - RELEASE ONE DUE RECORD. IT IS KEPT ON     *
026500*                    TONIGHT'S WAREHOUSE MARKED WITH TONIGHT'S *
026510*                    RELEASE DATE, THEN RUNS THROUGH THE SAME  *
026520*                    EDIT AND STORE LOGIC AS A FEED RECORD     *
026530*                    UNDER A NEW INPUT SEQUENCE, CARRYING ITS  *
026540*                    ORIGINAL SOURCE. A RECORD THE EDITS NOW   *
026550*                    REFUSE (SAY THE ACCOUNT CLOSED WHILE IT   *
026560*                    WAITED) GOES TO THE REJECT FILE LIKE ANY  *
026570*                    OTHER.                                    *
026580*--------------------------------------------------------------*
026590 3640-RELEASE-ONE.
026600     ADD 1 TO WS-WHS-REL-COUNT.
026610     ADD WHR-AMOUNT TO WS-WHS-REL-TOTAL.
026620     MOVE WS-RUN-DATE TO WHR-RELEASE-DATE.
026630     PERFORM 3670-WRITE-WAREHOUSE THRU 3670-EXIT.
026640*
026650     MOVE WHR-BUSINESS-REC TO WS-INPUT-AREA.
026660     IF WHR-SOURCE NUMERIC
026670         MOVE WHR-SOURCE TO WS-CUR-SOURCE
026680     ELSE
026690         MOVE ZERO TO WS-CUR-SOURCE
026700     END-IF.
026710     ADD 1 TO WS-INPUT-SEQ.
026720     SET WHS-RELEASE-YES TO TRUE.
026730     PERFORM 3200-VALIDATE-INPUT THRU 3200-EXIT.
026740     IF RECORD-ACCEPTED
026750         PERFORM 3400-STORE-ACCEPTED THRU 3400-EXIT
026760     ELSE
026770         PERFORM 3300-WRITE-REJECT THRU 3300-EXIT
026780     END-IF.
026790     SET WHS-RELEASE-NO TO TRUE.
026800 3640-EXIT.
026810     EXIT.
026820*
026830*--------------------------------------------------------------*
026840* 3650-READ-WAREHOUSE - READ ONE RECORD FROM LAST NIGHT'S      *
026850*                       WAREHOUSE INTO THE COMMON WAREHOUSE    *
026860*                       AREA                                   *
026870*--------------------------------------------------------------*
026880 3650-READ-WAREHOUSE.
026890     READ WAREHOUSE-IN-FILE INTO WS-WHS-REC
026900         AT END
026910             SET WHS-EOF-YES TO TRUE
026920     END-READ.
026930 3650-EXIT.
026940     EXIT.
026950*
026960*--------------------------------------------------------------*
026970* 3660-CHECK-WAREHOUSE - A WAREHOUSE RECORD IS USABLE ONLY WHEN*
026980*                        ITS DATES, AMOUNT AND SEQUENCE ARE ALL*
026990*                        NUMERIC. ANYTHING ELSE WAS DAMAGED ON *
027000*                        FILE AND IS LEFT OUT OF THE WAREHOUSE *
027010*                        FIGURES.                              *
027020*--------------------------------------------------------------*
027030 3660-CHECK-WAREHOUSE.
027040     SET WHS-REC-VALID TO TRUE.
027050     IF WHR-TRAN-DATE NOT NUMERIC
027060             OR WHR-AMOUNT NOT NUMERIC
027070             OR WHR-IN-DATE NOT NUMERIC
027080             OR WHR-RELEASE-DATE NOT NUMERIC
027090             OR WHR-IN-SEQ NOT NUMERIC
027100         SET WHS-REC-INVALID TO TRUE
027110     END-IF.
027120 3660-EXIT.
027130     EXIT.
027140*
027150*--------------------------------------------------------------*
027160* 3670-WRITE-WAREHOUSE - WRITE THE COMMON WAREHOUSE AREA TO    *
027170*                        TONIGHT'S WAREHOUSE. A FAILED WRITE IS*
027180*                        RC 16 SO THE COPY-BACK STEP KEEPS LAST*
027190*                        NIGHT'S FILE.                         *
027200*--------------------------------------------------------------*
027210 3670-WRITE-WAREHOUSE.
027220     WRITE WAREHOUSE-OUT-RECORD FROM WS-WHS-REC.
027230     IF NOT WAREHOUSE-OUT-OK
027240         DISPLAY "QUICKSORT - UNABLE TO WRITE WAREHOUSE-OUT-"
027250             "FILE, STATUS = " WAREHOUSE-OUT-STATUS
027260         MOVE 16 TO RETURN-CODE
027270     END-IF.
027280 3670-EXIT.
027290     EXIT.
027300*
027310*--------------------------------------------------------------*
027320* 3680-STORE-WAREHOUSED - HOLD ONE FUTURE-DATED FEED RECORD ON *
027330*                         TONIGHT'S WAREHOUSE WITH TONIGHT'S   *
027340*                         DATE, ITS SOURCE AND ITS INPUT       *
027350*                         SEQUENCE, AND COUNT IT INTO THE      *
027360*                         WAREHOUSE FIGURES.                   *
027370*--------------------------------------------------------------*
027380 3680-STORE-WAREHOUSED.
027390     MOVE SPACES TO WS-WHS-REC.
027400     MOVE INP-ACCOUNT TO WHR-ACCOUNT.
027410     MOVE INP-BRANCH TO WHR-BRANCH.
027420     MOVE INP-TRAN-DATE TO WHR-TRAN-DATE.
027430     MOVE INP-AMOUNT TO WHR-AMOUNT.
027440     MOVE INP-TYPE-CODE TO WHR-TYPE-CODE.
027450     MOVE WS-RUN-DATE TO WHR-IN-DATE.
027460     MOVE ZERO TO WHR-RELEASE-DATE.
027470     MOVE WS-CUR-SOURCE TO WHR-SOURCE.
027480     MOVE WS-INPUT-SEQ TO WHR-IN-SEQ.
027490     ADD 1 TO WS-WHS-IN-COUNT.
027500     ADD WHR-AMOUNT TO WS-WHS-IN-TOTAL.
027510     PERFORM 3670-WRITE-WAREHOUSE THRU 3670-EXIT.
027520 3680-EXIT.
027530     EXIT.
027540*
027550*--------------------------------------------------------------*
027560* 3700-VERIFY-FEED - FIRST PASS OVER ONE REGIONAL FEED. COUNT  *
027570*                    AND HASH THE DETAIL RECORDS, PICK UP THE  *
027580*                    HEADER AND TRAILER, AND LET 3720 JUDGE THE*
027590*                    FEED. A REFUSED FEED LOADS NOTHING AND    *
027600*                    HOLDS THE NIGHT (RC 8); THE OTHER REGIONS *
027610*                    STILL LOAD.                               *
027620*--------------------------------------------------------------*
027630 3700-VERIFY-FEED.
027640     MOVE SPACES TO FDE-REASON(WS-CUR-SOURCE).
027650     MOVE ZERO TO FDE-SEQ(WS-CUR-SOURCE).
027660     MOVE ZERO TO FDE-DATE(WS-CUR-SOURCE).
027670     MOVE ZERO TO FDE-COUNT(WS-CUR-SOURCE).
027680     MOVE ZERO TO FDE-HASH(WS-CUR-SOURCE).
027690     MOVE ZERO TO WS-FEED-REC-COUNT.
027700     MOVE ZERO TO WS-FEED-HDR-COUNT.
027710     MOVE ZERO TO WS-FEED-DTL-COUNT.
027720     MOVE ZERO TO WS-FEED-DTL-HASH.
027730     SET FEED-HDR-NO TO TRUE.
027740     SET FEED-TRL-NO TO TRUE.
027750*
027760     PERFORM 3060-OPEN-SOURCE THRU 3060-EXIT.
027770     IF SOURCE-OPEN-BAD
027780         SET FDE-NOT-IN(WS-CUR-SOURCE) TO TRUE
027790         MOVE "FEED FILE NOT OPENED" TO FDE-REASON(WS-CUR-SOURCE)
027800         GO TO 3700-EXIT
027810     END-IF.
027820     SET EOF-NO TO TRUE.
027830     PERFORM 3100-READ-INPUT THRU 3100-EXIT.
027840     PERFORM UNTIL EOF-YES
027850         PERFORM 3710-TALLY-FEED-RECORD THRU 3710-EXIT
027860         PERFORM 3100-READ-INPUT THRU 3100-EXIT
027870     END-PERFORM.
027880     PERFORM 3070-CLOSE-SOURCE THRU 3070-EXIT.
027890*
027900     MOVE WS-FEED-DTL-COUNT TO FDE-COUNT(WS-CUR-SOURCE).
027910     MOVE WS-FEED-DTL-HASH TO FDE-HASH(WS-CUR-SOURCE).
027920     PERFORM 3720-JUDGE-FEED THRU 3720-EXIT.
027930     IF NOT FDE-IN(WS-CUR-SOURCE)
027940         DISPLAY "QUICKSORT - *** FEED SORTIN" WS-CUR-SOURCE
027950             " REFUSED - " FDE-REASON(WS-CUR-SOURCE) " ***"
027960         IF RETURN-CODE < 8
027970             MOVE 8 TO RETURN-CODE
027980         END-IF
027990     END-IF.
028000 3700-EXIT.
028010     EXIT.
028020*
028030*--------------------------------------------------------------*
028040* 3710-TALLY-FEED-RECORD - CLASSIFY ONE RECORD OF THE FIRST    *
028050*                          PASS. ONLY A HEADER IN FIRST PLACE  *
028060*                          COUNTS AS THE HEADER, AND A TRAILER *
028070*                          COUNTS ONLY WHILE NOTHING FOLLOWS   *
028080*                          IT. EVERY OTHER RECORD IS A DETAIL, *
028090*                          AND ITS AMOUNT GOES INTO THE HASH   *
028100*                          WHEN IT IS NUMERIC.                 *
028110*--------------------------------------------------------------*
028120 3710-TALLY-FEED-RECORD.
028130     ADD 1 TO WS-FEED-REC-COUNT.
028140     MOVE WS-INPUT-AREA TO WS-FEED-CONTROL-REC.
028150     EVALUATE TRUE
028160         WHEN FCR-HEADER
028170             ADD 1 TO WS-FEED-HDR-COUNT
028180             IF WS-FEED-REC-COUNT = 1
028190                 SET FEED-HDR-YES TO TRUE
028200                 MOVE WS-FEED-CONTROL-REC TO WS-FEED-HDR-SAVE
028210             END-IF
028220             SET FEED-TRL-NO TO TRUE
028230         WHEN FCR-TRAILER
028240             SET FEED-TRL-YES TO TRUE
028250             MOVE WS-FEED-CONTROL-REC TO WS-FEED-TRL-SAVE
028260         WHEN OTHER
028270             SET FEED-TRL-NO TO TRUE
028280             ADD 1 TO WS-FEED-DTL-COUNT
028290             IF INP-AMOUNT NUMERIC
028300                 MOVE INP-AMOUNT TO WS-FEED-AMOUNT
028310                 ADD WS-FEED-AMOUNT TO WS-FEED-DTL-HASH
028320             END-IF
028330     END-EVALUATE.
028340 3710-EXIT.
028350     EXIT.
028360*
028370*--------------------------------------------------------------*
028380* 3720-JUDGE-FEED - DECIDE WHETHER THE FEED JUST COUNTED MAY   *
028390*                   LOAD. FIRST FAILING TEST WINS THE REASON. A*
028400*                   FEED DATED OTHER THAN THE BUSINESS DATE, OR*
028410*                   CARRYING THE SAME SEQUENCE THE REGION SENT *
028420*                   ON AN EARLIER NIGHT, IS LATE. A MISSING,   *
028430*                   DAMAGED OR DISAGREEING HEADER OR TRAILER   *
028440*                   MAKES IT SHORT. THE SAME SEQUENCE ALREADY  *
028450*                   ACCEPTED FOR TONIGHT IS A RERUN OF THE     *
028460*                   NIGHT AND LOADS AGAIN.                     *
028470*--------------------------------------------------------------*
028480 3720-JUDGE-FEED.
028490     IF WS-FEED-REC-COUNT = 0
028500         SET FDE-NOT-IN(WS-CUR-SOURCE) TO TRUE
028510         MOVE "FEED FILE EMPTY" TO FDE-REASON(WS-CUR-SOURCE)
028520         GO TO 3720-EXIT
028530     END-IF.
028540     IF FEED-HDR-NO
028550         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
028560         MOVE "HEADER MISSING" TO FDE-REASON(WS-CUR-SOURCE)
028570         GO TO 3720-EXIT
028580     END-IF.
028590     IF WS-FEED-HDR-COUNT > 1
028600         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
028610         MOVE "MORE THAN ONE HEADER" TO FDE-REASON(WS-CUR-SOURCE)
028620         GO TO 3720-EXIT
028630     END-IF.
028640     MOVE WS-FEED-HDR-SAVE TO WS-FEED-CONTROL-REC.
028650     IF FCR-REGION NOT NUMERIC
028660             OR FCR-BUS-DATE NOT NUMERIC
028670             OR FCR-SEQ NOT NUMERIC
028680         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
028690         MOVE "HEADER DAMAGED" TO FDE-REASON(WS-CUR-SOURCE)
028700         GO TO 3720-EXIT
028710     END-IF.
028720     MOVE FCR-SEQ TO FDE-SEQ(WS-CUR-SOURCE).
028730     MOVE FCR-BUS-DATE TO FDE-DATE(WS-CUR-SOURCE).
028740     IF FCR-REGION NOT = WS-CUR-SOURCE
028750         SET FDE-NOT-IN(WS-CUR-SOURCE) TO TRUE
028760         MOVE "HEADER NAMES OTHER REGION"
028770             TO FDE-REASON(WS-CUR-SOURCE)
028780         GO TO 3720-EXIT
028790     END-IF.
028800     IF FCR-BUS-DATE NOT = WS-RUN-DATE
028810         SET FDE-LATE(WS-CUR-SOURCE) TO TRUE
028820         MOVE "STALE FEED DATE" TO FDE-REASON(WS-CUR-SOURCE)
028830         GO TO 3720-EXIT
028840     END-IF.
028850     IF FCR-SEQ = FDE-LAST-SEQ(WS-CUR-SOURCE)
028860             AND FDE-LAST-DATE(WS-CUR-SOURCE) NOT = 0
028870             AND FDE-LAST-DATE(WS-CUR-SOURCE) NOT = WS-RUN-DATE
028880         SET FDE-LATE(WS-CUR-SOURCE) TO TRUE
028890         MOVE "REPEATED FILE SEQUENCE"
028900             TO FDE-REASON(WS-CUR-SOURCE)
028910         GO TO 3720-EXIT
028920     END-IF.
028930     IF FEED-TRL-NO
028940         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
028950         MOVE "TRAILER MISSING" TO FDE-REASON(WS-CUR-SOURCE)
028960         GO TO 3720-EXIT
028970     END-IF.
028980     MOVE WS-FEED-TRL-SAVE TO WS-FEED-CONTROL-REC.
028990     IF FCR-COUNT NOT NUMERIC
029000             OR FCR-HASH NOT NUMERIC
029010         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
029020         MOVE "TRAILER DAMAGED" TO FDE-REASON(WS-CUR-SOURCE)
029030         GO TO 3720-EXIT
029040     END-IF.
029050     IF FCR-COUNT NOT = WS-FEED-DTL-COUNT
029060         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
029070         MOVE "TRAILER COUNT MISMATCH"
029080             TO FDE-REASON(WS-CUR-SOURCE)
029090         GO TO 3720-EXIT
029100     END-IF.
029110     IF FCR-HASH NOT = WS-FEED-DTL-HASH
029120         SET FDE-SHORT(WS-CUR-SOURCE) TO TRUE
029130         MOVE "TRAILER HASH MISMATCH" TO FDE-REASON(WS-CUR-SOURCE)
029140         GO TO 3720-EXIT
029150     END-IF.
029160     SET FDE-IN(WS-CUR-SOURCE) TO TRUE.
029170 3720-EXIT.
029180     EXIT.
029190*
029200*--------------------------------------------------------------*
029210* 3760-LOAD-FEED-CONTROL - RESET TONIGHT'S FEED VERDICTS AND   *
029220*                          LOAD EACH REGION'S LAST ACCEPTED    *
029230*                          SEQUENCE FROM THE FEED-ARRIVAL FILE.*
029240*                          NO FILE ON HAND IS A FIRST NIGHT (RC*
029250*                          4) AND STARTS WITH NO HISTORY; ANY  *
029260*                          OTHER OPEN FAILURE IS RC 16 AND THE *
029270*                          FILE IS LEFT AS IT IS, SINCE        *
029280*                          REWRITING IT WOULD LOSE THE         *
029290*                          SEQUENCES.                          *
029300*--------------------------------------------------------------*
029310 3760-LOAD-FEED-CONTROL.
029320     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
029330             UNTIL WS-SRC-IX > WS-SRC-MAX
029340         MOVE ZERO TO FDE-LAST-SEQ(WS-SRC-IX)
029350         MOVE ZERO TO FDE-LAST-DATE(WS-SRC-IX)
029360         MOVE ZERO TO FDE-LAST-COUNT(WS-SRC-IX)
029370         MOVE ZERO TO FDE-LAST-HASH(WS-SRC-IX)
029380         SET FDE-NOT-IN(WS-SRC-IX) TO TRUE
029390         MOVE SPACES TO FDE-REASON(WS-SRC-IX)
029400     END-PERFORM.
029410     SET FEED-CTL-OK TO TRUE.
029420*
029430     OPEN INPUT FEED-ARRIVAL-IN-FILE.
029440     IF FEED-ARRIVAL-IN-STATUS = "35"
029450         DISPLAY "QUICKSORT - NO FEED-ARRIVAL FILE ON HAND, "
029460             "STARTING A NEW ONE"
029470         IF RETURN-CODE < 4
029480             MOVE 4 TO RETURN-CODE
029490         END-IF
029500         GO TO 3760-EXIT
029510     END-IF.
029520     IF NOT FEED-ARRIVAL-IN-OK
029530         DISPLAY "QUICKSORT - UNABLE TO OPEN FEED-ARRIVAL-IN-"
029540             "FILE, STATUS = " FEED-ARRIVAL-IN-STATUS
029550         SET FEED-CTL-BAD TO TRUE
029560         MOVE 16 TO RETURN-CODE
029570         GO TO 3760-EXIT
029580     END-IF.
029590*
029600     SET FEED-ARR-EOF-NO TO TRUE.
029610     PERFORM 3770-READ-FEED-CONTROL THRU 3770-EXIT.
029620     PERFORM UNTIL FEED-ARR-EOF-YES
029630         IF FAC-REGION NUMERIC
029640                 AND FAC-REGION > 0
029650                 AND FAC-REGION NOT > WS-SRC-MAX
029660                 AND FAC-LAST-SEQ NUMERIC
029670                 AND FAC-LAST-DATE NUMERIC
029680             MOVE FAC-LAST-SEQ TO FDE-LAST-SEQ(FAC-REGION)
029690             MOVE FAC-LAST-DATE TO FDE-LAST-DATE(FAC-REGION)
029700             IF FAC-LAST-COUNT NUMERIC AND FAC-LAST-HASH NUMERIC
029710                 MOVE FAC-LAST-COUNT TO FDE-LAST-COUNT(FAC-REGION)
029720                 MOVE FAC-LAST-HASH TO FDE-LAST-HASH(FAC-REGION)
029730             END-IF
029740         ELSE
029750             DISPLAY "QUICKSORT - *** WARNING - DAMAGED FEED-"
029760                 "ARRIVAL RECORD IGNORED: " WS-FEED-ARRIVAL-REC
029770             IF RETURN-CODE < 4
029780                 MOVE 4 TO RETURN-CODE
029790             END-IF
029800         END-IF
029810         PERFORM 3770-READ-FEED-CONTROL THRU 3770-EXIT
029820     END-PERFORM.
029830     CLOSE FEED-ARRIVAL-IN-FILE.
029840 3760-EXIT.
029850     EXIT.
029860*
029870*--------------------------------------------------------------*
029880* 3770-READ-FEED-CONTROL - READ ONE FEED-ARRIVAL RECORD INTO   *
029890*                          ITS WORKING LAYOUT                  *
029900*--------------------------------------------------------------*
029910 3770-READ-FEED-CONTROL.
029920     READ FEED-ARRIVAL-IN-FILE INTO WS-FEED-ARRIVAL-REC
029930         AT END
029940             SET FEED-ARR-EOF-YES TO TRUE
029950     END-READ.
029960 3770-EXIT.
029970     EXIT.
029980*
029990*--------------------------------------------------------------*
030000* 3780-WRITE-FEED-CONTROL - REWRITE THE FEED-ARRIVAL FILE, ONE *
030010*                           RECORD PER REGION. A FEED ACCEPTED *
030020*                           TONIGHT BECOMES THE REGION'S LAST  *
030030*                           ACCEPTED SEQUENCE; A REFUSED OR    *
030040*                           MISSING ONE LEAVES THE OLD         *
030050*                           SEQUENCE IN PLACE. TONIGHT'S       *
030060*                           VERDICT RIDES ALONG FOR REFERENCE. *
030070*                           A FAILED OPEN OR WRITE ENDS RC 16; *
030080*                           THE FILE MUST BE RESTORED BEFORE   *
030090*                           THE NEXT CONSOLIDATED NIGHT.       *
030100*--------------------------------------------------------------*
030110 3780-WRITE-FEED-CONTROL.
030120     IF FEED-CTL-BAD
030130         GO TO 3780-EXIT
030140     END-IF.
030150     OPEN OUTPUT FEED-ARRIVAL-OUT-FILE.
030160     IF NOT FEED-ARRIVAL-OUT-OK
030170         DISPLAY "QUICKSORT - UNABLE TO OPEN FEED-ARRIVAL-OUT-"
030180             "FILE, STATUS = " FEED-ARRIVAL-OUT-STATUS
030190         MOVE 16 TO RETURN-CODE
030200         GO TO 3780-EXIT
030210     END-IF.
030220     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
030230             UNTIL WS-SRC-IX > WS-SRC-MAX
030240             OR NOT FEED-ARRIVAL-OUT-OK
030250         IF FDE-IN(WS-SRC-IX)
030260             MOVE FDE-SEQ(WS-SRC-IX) TO FDE-LAST-SEQ(WS-SRC-IX)
030270             MOVE WS-RUN-DATE TO FDE-LAST-DATE(WS-SRC-IX)
030280             MOVE FDE-COUNT(WS-SRC-IX)
030290                 TO FDE-LAST-COUNT(WS-SRC-IX)
030300             MOVE FDE-HASH(WS-SRC-IX) TO FDE-LAST-HASH(WS-SRC-IX)
030310         END-IF
030320         MOVE SPACES TO WS-FEED-ARRIVAL-REC
030330         MOVE WS-SRC-IX TO FAC-REGION
030340         MOVE FDE-LAST-SEQ(WS-SRC-IX) TO FAC-LAST-SEQ
030350         MOVE FDE-LAST-DATE(WS-SRC-IX) TO FAC-LAST-DATE
030360         MOVE FDE-LAST-COUNT(WS-SRC-IX) TO FAC-LAST-COUNT
030370         MOVE FDE-LAST-HASH(WS-SRC-IX) TO FAC-LAST-HASH
030380         MOVE WS-RUN-DATE TO FAC-NIGHT-DATE
030390         PERFORM 6130-FEED-STATUS-TEXT THRU 6130-EXIT
030400         MOVE WS-FEED-STATUS-TEXT TO FAC-NIGHT-STATUS
030410         WRITE FEED-ARRIVAL-OUT-RECORD FROM WS-FEED-ARRIVAL-REC
030420         IF NOT FEED-ARRIVAL-OUT-OK
030430             DISPLAY "QUICKSORT - UNABLE TO WRITE FEED-ARRIVAL-"
030440                 "OUT-FILE, STATUS = " FEED-ARRIVAL-OUT-STATUS
030450             MOVE 16 TO RETURN-CODE
030460         END-IF
030470     END-PERFORM.
030480     CLOSE FEED-ARRIVAL-OUT-FILE.
030490 3780-EXIT.
030500     EXIT.
030510*
030520*--------------------------------------------------------------*
030530* 4500-READ-CONTROL-CARD - PICK UP THE SORT-DIRECTION (A/D) AND*
030540*                          SORT-FIELD (AMOUNT/ACCOUNT/BRANCH/  *
030550*                          DATE), THE DUPLICATE MODE (R/D),    *
030560*                          THE MINIMUM/MAXIMUM ACCEPTABLE      *
030570*                          AMOUNT, THE RUN MODE, AND THE TREND *
030580*                          AND CROSS-DAY TOLERANCES FROM THE   *
030590*                          CONTROL CARD. BLANK LIMITS ACCEPT   *
030600*                          EVERY AMOUNT. DEFAULTS TO ASCENDING *
030610*                          ON AMOUNT WHEN THE CONTROL-CARD-    *
030620*                          FILE IS MISSING OR UNRECOGNIZED.    *
030630*--------------------------------------------------------------*
030640 4500-READ-CONTROL-CARD.
030650     SET SORT-ASCENDING TO TRUE.
030660     SET SORT-BY-AMOUNT TO TRUE.
030670     OPEN INPUT CONTROL-CARD-FILE.
030680     IF NOT CONTROL-CARD-OK
030690         GO TO 4500-EXIT
030700     END-IF.
030710*
030720     READ CONTROL-CARD-FILE
030730         AT END
030740             GO TO 4500-CLOSE
030750     END-READ.
030760*
030770     IF CC-SORT-DIRECTION = "D"
030780         SET SORT-DESCENDING TO TRUE
030790     ELSE
030800         SET SORT-ASCENDING TO TRUE
030810     END-IF.
030820*
030830     EVALUATE CC-SORT-FIELD
030840         WHEN "ACCOUNT "
030850             SET SORT-BY-ACCOUNT TO TRUE
030860         WHEN "BRANCH  "
030870             SET SORT-BY-BRANCH TO TRUE
030880         WHEN "DATE    "
030890             SET SORT-BY-DATE TO TRUE
030900         WHEN OTHER
030910             SET SORT-BY-AMOUNT TO TRUE
030920     END-EVALUATE.
030930*
030940     IF CC-DUP-MODE = "D"
030950         SET DUP-DROP-MODE TO TRUE
030960     ELSE
030970         SET DUP-REPORT-MODE TO TRUE
030980     END-IF.
030990*
031000     IF CC-MIN-VALUE NUMERIC
031010         MOVE CC-MIN-VALUE TO WS-MIN-VALUE
031020     END-IF.
031030     IF CC-MAX-VALUE NUMERIC
031040         MOVE CC-MAX-VALUE TO WS-MAX-VALUE
031050     END-IF.
031060*
031070     IF CC-RUN-MODE = "C"
031080         SET RUN-CONSOLIDATED TO TRUE
031090     ELSE
031100         SET RUN-SINGLE TO TRUE
031110     END-IF.
031120*
031130     IF CC-TREND-TOL NUMERIC
031140         MOVE CC-TREND-TOL TO WS-TREND-TOL
031150     END-IF.
031160*
031170     IF CC-XDAY-TOL NUMERIC
031180         MOVE CC-XDAY-TOL TO WS-XDAY-TOL
031190     END-IF.
031200 4500-CLOSE.
031210     CLOSE CONTROL-CARD-FILE.
031220 4500-EXIT.
031230     EXIT.
031240*
031250*--------------------------------------------------------------*
031260* 4950-CHECK-STALE-SORTED - SORTSRTD IS ALLOCATED DISP=MOD SO  *
031270*                           IT SURVIVES AN ABEND FOR A STEP-2  *
031280*                           RESTART, WHICH ALSO MEANS OPEN     *
031290*                           OUTPUT EXTENDS IT. A RESTART THAT  *
031300*                           RERUNS THE SORT MUST START FROM AN *
031310*                           EMPTY FILE - APPENDING THE FULL    *
031320*                           SORT BEHIND A PRIOR ATTEMPT'S      *
031330*                           PARTIAL OUTPUT WOULD DOUBLE-COUNT  *
031340*                           EVERY OUTPUT AND FAIL              *
031350*                           RECONCILIATION EVERY TIME. STOP    *
031360*                           HARD INSTEAD AND TELL OPERATIONS   *
031370*                           TO RUN THE NUMRSTRT SCRATCH JOB.   *
031380*--------------------------------------------------------------*
031390 4950-CHECK-STALE-SORTED.
031400     SET SRTD-STALE-NO TO TRUE.
031410     OPEN INPUT SORTED-FILE.
031420     IF NOT SORTED-FILE-OK
031430         GO TO 4950-EXIT
031440     END-IF.
031450     READ SORTED-FILE
031460         AT END
031470             CONTINUE
031480         NOT AT END
031490             SET SRTD-STALE-YES TO TRUE
031500     END-READ.
031510     CLOSE SORTED-FILE.
031520*
031530     IF SRTD-STALE-YES
031540         DISPLAY "QUICKSORT - *** ERROR - A PRIOR ATTEMPT'S "
031550             "PARTIAL SORTED WORK FILE IS STILL ON FILE "
031560             "AND OPEN OUTPUT WOULD EXTEND IT - SCRATCH "
031570             "IT (NUMRSTRT JOB) AND RESTART AGAIN ***"
031580         MOVE 16 TO RETURN-CODE
031590     END-IF.
031600 4950-EXIT.
031610     EXIT.
031620*
031630*--------------------------------------------------------------*
031640* 5000-SORT-RECORDS - ORDER THE ACCEPTED WORK FILE INTO THE    *
031650*                     SEQUENCED WORK FILE THROUGH THE EXTERNAL *
031660*                     SORT. THE PRIMARY KEY IS THE CONTROL-    *
031670*                     CARD FIELD IN THE CONTROL-CARD           *
031680*                     DIRECTION; THE FULL BUSINESS CONTENT AND *
031690*                     THE INPUT SEQUENCE RIDE BEHIND IT AS     *
031700*                     ALWAYS-ASCENDING KEYS, SO TIED VALUES    *
031710*                     BREAK THE SAME WAY EVERY RUN AND         *
031720*                     IDENTICAL RECORDS COME BACK ADJACENT     *
031730*                     FOR THE DUPLICATE SCAN ON THE SORT       *
031740*                     OUTPUT.                                  *
031750*--------------------------------------------------------------*
031760 5000-SORT-RECORDS.
031770     PERFORM 4950-CHECK-STALE-SORTED THRU 4950-EXIT.
031780     IF SRTD-STALE-YES
031790         GO TO 5000-EXIT
031800     END-IF.
031810     OPEN OUTPUT SORTED-FILE.
031820     IF NOT SORTED-FILE-OK
031830         DISPLAY "QUICKSORT - UNABLE TO OPEN SORTED-FILE, "
031840             "STATUS = " SORTED-FILE-STATUS
031850         MOVE 16 TO RETURN-CODE
031860         GO TO 5000-EXIT
031870     END-IF.
031880*
031890     MOVE ZERO TO WS-DUP-DROP-COUNT.
031900     MOVE ZERO TO WS-DUP-DROP-TOTAL.
031910     MOVE ZERO TO WS-DUP-DROP-NET.
031920     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
031930             UNTIL WS-SRC-IX > WS-SRC-MAX
031940         MOVE ZERO TO WS-SRC-DUP-COUNT(WS-SRC-IX)
031950         MOVE ZERO TO WS-SRC-DUP-TOTAL(WS-SRC-IX)
031960     END-PERFORM.
031970     MOVE LOW-VALUES TO WS-PREV-CONTENT.
031980*
031990     IF DUP-DROP-MODE
032000         OPEN OUTPUT DUP-AUDIT-FILE
032010         IF NOT DUP-AUDIT-OK
032020             DISPLAY "QUICKSORT - UNABLE TO OPEN DUP-AUDIT-"
032030                 "FILE, STATUS = " DUP-AUDIT-STATUS
032040             MOVE 16 TO RETURN-CODE
032050         END-IF
032060     END-IF.
032070*
032080     IF SORT-ASCENDING
032090         SORT SORT-WORK-FILE
032100             ASCENDING KEY SRT-KEY
032110             ASCENDING KEY SRT-ACCOUNT
032120             ASCENDING KEY SRT-BRANCH
032130             ASCENDING KEY SRT-TRAN-DATE
032140             ASCENDING KEY SRT-VALUE
032150             ASCENDING KEY SRT-TYPE-CODE
032160             ASCENDING KEY SRT-SEQ
032170             INPUT PROCEDURE IS 5100-RELEASE-ACCEPTED
032180                 THRU 5100-EXIT
032190             OUTPUT PROCEDURE IS 5300-DUP-SCAN
032200                 THRU 5300-EXIT
032210     ELSE
032220         SORT SORT-WORK-FILE
032230             DESCENDING KEY SRT-KEY
032240             ASCENDING KEY SRT-ACCOUNT
032250             ASCENDING KEY SRT-BRANCH
032260             ASCENDING KEY SRT-TRAN-DATE
032270             ASCENDING KEY SRT-VALUE
032280             ASCENDING KEY SRT-TYPE-CODE
032290             ASCENDING KEY SRT-SEQ
032300             INPUT PROCEDURE IS 5100-RELEASE-ACCEPTED
032310                 THRU 5100-EXIT
032320             OUTPUT PROCEDURE IS 5300-DUP-SCAN
032330                 THRU 5300-EXIT
032340     END-IF.
032350*
032360     IF DUP-DROP-MODE AND DUP-AUDIT-OK
032370         MOVE WS-DUP-DROP-COUNT TO DUP-SUM-COUNT
032380         WRITE DUP-AUDIT-RECORD FROM DUP-SUMMARY-LINE
032390         CLOSE DUP-AUDIT-FILE
032400     END-IF.
032410     IF WS-DUP-DROP-COUNT > 0
032420         DISPLAY "QUICKSORT - DUPLICATES SUPPRESSED = "
032430             WS-DUP-DROP-COUNT
032440     END-IF.
032450     CLOSE SORTED-FILE.
032460     IF SORTED-FILE-OK AND ACCEPTED-OK
032470         SET SORT-PHASE-DONE TO TRUE
032480     END-IF.
032490 5000-EXIT.
032500     EXIT.
032510*
032520*--------------------------------------------------------------*
032530* 5100-RELEASE-ACCEPTED - SORT INPUT PROCEDURE. READ THE       *
032540*                         ACCEPTED WORK FILE AND RELEASE EACH  *
032550*                         RECORD WITH ITS PRIMARY KEY BUILT    *
032560*                         FROM THE CONTROL-CARD SORT FIELD.    *
032570*                         THE NUMERIC FIELDS ARE UNSIGNED      *
032580*                         ZONED DECIMAL, SO A CHARACTER        *
032590*                         COMPARE ON THE KEY ORDERS THEM       *
032600*                         CORRECTLY.                           *
032610*--------------------------------------------------------------*
032620 5100-RELEASE-ACCEPTED.
032630     OPEN INPUT ACCEPTED-FILE.
032640     IF NOT ACCEPTED-OK
032650         DISPLAY "QUICKSORT - UNABLE TO REOPEN ACCEPTED-FILE, "
032660             "STATUS = " ACCEPTED-STATUS
032670         MOVE 16 TO RETURN-CODE
032680         GO TO 5100-EXIT
032690     END-IF.
032700*
032710     SET ACPT-EOF-NO TO TRUE.
032720     PERFORM 5150-READ-ACCEPTED THRU 5150-EXIT.
032730     PERFORM UNTIL ACPT-EOF-YES
032740         MOVE WRK-ACCOUNT TO SRT-ACCOUNT
032750         MOVE WRK-BRANCH TO SRT-BRANCH
032760         MOVE WRK-TRAN-DATE TO SRT-TRAN-DATE
032770         MOVE WRK-VALUE TO SRT-VALUE
032780         MOVE WRK-TYPE-CODE TO SRT-TYPE-CODE
032790         MOVE WRK-SEQ TO SRT-SEQ
032800         MOVE WRK-SOURCE TO SRT-SOURCE
032810         MOVE WRK-DC-FLAG TO SRT-DC-FLAG
032820         MOVE WRK-XDAY-FLAG TO SRT-XDAY-FLAG
032830         MOVE WRK-WHS-FLAG TO SRT-WHS-FLAG
032840         MOVE SPACES TO SRT-KEY
032850         EVALUATE TRUE
032860             WHEN SORT-BY-ACCOUNT
032870                 MOVE WRK-ACCOUNT TO SRT-KEY
032880             WHEN SORT-BY-BRANCH
032890                 MOVE WRK-BRANCH TO SRT-KEY
032900             WHEN SORT-BY-DATE
032910                 MOVE WRK-TRAN-DATE TO SRT-KEY
032920             WHEN OTHER
032930                 MOVE WRK-VALUE TO SRT-KEY
032940         END-EVALUATE
032950         RELEASE SORT-WORK-RECORD
032960         PERFORM 5150-READ-ACCEPTED THRU 5150-EXIT
032970     END-PERFORM.
032980     CLOSE ACCEPTED-FILE.
032990 5100-EXIT.
033000     EXIT.
033010*
033020*--------------------------------------------------------------*
033030* 5150-READ-ACCEPTED - READ ONE ACCEPTED WORK RECORD INTO THE  *
033040*                      COMMON WORK AREA                        *
033050*--------------------------------------------------------------*
033060 5150-READ-ACCEPTED.
033070     READ ACCEPTED-FILE INTO WS-WORK-REC
033080         AT END
033090             SET ACPT-EOF-YES TO TRUE
033100     END-READ.
033110 5150-EXIT.
033120     EXIT.
033130*
033140*--------------------------------------------------------------*
033150* 5300-DUP-SCAN - SORT OUTPUT PROCEDURE. IDENTICAL BUSINESS    *
033160*                 CONTENT COMES BACK ADJACENT, SO ONE COMPARE  *
033170*                 AGAINST THE PREVIOUS RECORD FINDS EVERY      *
033180*                 REPEAT. IN REPORT MODE THE REPEATS ARE       *
033190*                 FLAGGED AND KEPT; IN DROP MODE THEY ARE      *
033200*                 SQUEEZED OUT AND EVERY SUPPRESSED COPY IS    *
033210*                 LOGGED TO THE DUP-AUDIT-FILE WITH ITS INPUT  *
033220*                 SEQUENCE. SURVIVORS GO TO THE SEQUENCED      *
033230*                 WORK FILE.                                   *
033240*--------------------------------------------------------------*
033250 5300-DUP-SCAN.
033260     SET SORT-EOF-NO TO TRUE.
033270     PERFORM 5350-RETURN-RECORD THRU 5350-EXIT.
033280     PERFORM UNTIL SORT-EOF-YES
033290         MOVE SPACES TO WS-WORK-REC
033300         MOVE SRT-ACCOUNT TO WRK-ACCOUNT
033310         MOVE SRT-BRANCH TO WRK-BRANCH
033320         MOVE SRT-TRAN-DATE TO WRK-TRAN-DATE
033330         MOVE SRT-VALUE TO WRK-VALUE
033340         MOVE SRT-TYPE-CODE TO WRK-TYPE-CODE
033350         MOVE SRT-SEQ TO WRK-SEQ
033360         MOVE SRT-SOURCE TO WRK-SOURCE
033370         MOVE SRT-DC-FLAG TO WRK-DC-FLAG
033380         MOVE SRT-XDAY-FLAG TO WRK-XDAY-FLAG
033390         MOVE SRT-WHS-FLAG TO WRK-WHS-FLAG
033400         MOVE "N" TO WRK-DUP-FLAG
033410         MOVE "N" TO WRK-EXCP-FLAG
033420         MOVE SPACES TO WS-CUR-CONTENT
033430         MOVE WRK-ACCOUNT TO WS-CUR-CONTENT(1:10)
033440         MOVE WRK-BRANCH TO WS-CUR-CONTENT(11:4)
033450         MOVE WRK-TRAN-DATE TO WS-CUR-CONTENT(15:8)
033460         MOVE WRK-VALUE TO WS-CUR-CONTENT(23:7)
033470         MOVE WRK-TYPE-CODE TO WS-CUR-CONTENT(30:2)
033480         IF WS-CUR-CONTENT = WS-PREV-CONTENT
033490             IF DUP-DROP-MODE
033500                 PERFORM 5370-DROP-ONE-DUP THRU 5370-EXIT
033510             ELSE
033520                 MOVE "Y" TO WRK-DUP-FLAG
033530                 PERFORM 5400-WRITE-SORTED THRU 5400-EXIT
033540             END-IF
033550         ELSE
033560             PERFORM 5400-WRITE-SORTED THRU 5400-EXIT
033570             MOVE WS-CUR-CONTENT TO WS-PREV-CONTENT
033580         END-IF
033590         PERFORM 5350-RETURN-RECORD THRU 5350-EXIT
033600     END-PERFORM.
033610 5300-EXIT.
033620     EXIT.
033630*
033640*--------------------------------------------------------------*
033650* 5350-RETURN-RECORD - TAKE THE NEXT RECORD FROM THE SORT      *
033660*--------------------------------------------------------------*
033670 5350-RETURN-RECORD.
033680     RETURN SORT-WORK-FILE
033690         AT END
033700             SET SORT-EOF-YES TO TRUE
033710     END-RETURN.
033720 5350-EXIT.
033730     EXIT.
033740*
033750*--------------------------------------------------------------*
033760* 5370-DROP-ONE-DUP - SUPPRESS ONE REPEATED RECORD: TALLY IT   *
033770*                     INTO THE DROP FIGURES (TOTAL AND         *
033780*                     PER-SOURCE) SO RECONCILIATION STILL      *
033790*                     ACCOUNTS FOR IT, AND LOG IT TO THE       *
033800*                     DUP-AUDIT-FILE WITH ITS INPUT SEQUENCE.  *
033810*--------------------------------------------------------------*
033820 5370-DROP-ONE-DUP.
033830     ADD 1 TO WS-DUP-DROP-COUNT.
033840     ADD WRK-VALUE TO WS-DUP-DROP-TOTAL.
033850     IF WRK-DC-FLAG = "C"
033860         SUBTRACT WRK-VALUE FROM WS-DUP-DROP-NET
033870     ELSE
033880         ADD WRK-VALUE TO WS-DUP-DROP-NET
033890     END-IF.
033900     MOVE WRK-SOURCE TO WS-SRC-IX.
033910     IF WS-SRC-IX > 0
033920         ADD 1 TO WS-SRC-DUP-COUNT(WS-SRC-IX)
033930         ADD WRK-VALUE TO WS-SRC-DUP-TOTAL(WS-SRC-IX)
033940     END-IF.
033950     IF DUP-AUDIT-OK
033960         MOVE WRK-SEQ TO DUP-SEQ
033970         MOVE WS-CUR-CONTENT TO DUP-RECORD-IMAGE
033980         WRITE DUP-AUDIT-RECORD FROM DUP-DETAIL-LINE
033990     END-IF.
034000 5370-EXIT.
034010     EXIT.
034020*
034030*--------------------------------------------------------------*
034040* 5400-WRITE-SORTED - WRITE ONE SURVIVING RECORD TO THE        *
034050*                     SEQUENCED WORK FILE                      *
034060*--------------------------------------------------------------*
034070 5400-WRITE-SORTED.
034080     WRITE SORTED-RECORD FROM WS-WORK-REC.
034090 5400-EXIT.
034100     EXIT.
034110*
034120*--------------------------------------------------------------*
034130* 6000-RECONCILE-AFTER - COMPARE THE AFTER-SORT FIGURES        *
034140*                        ACCUMULATED BY THE OUTPUT PASS        *
034150*                        AGAINST THE BEFORE FIGURES AND LOG    *
034160*                        BOTH TO RECON-LOG-FILE. A MISMATCH IS *
034170*                        FLAGGED LOUDLY - DISPLAY WARNING PLUS *
034180*                        A NON-ZERO RETURN-CODE - SO IT IS     *
034190*                        CAUGHT BEFORE ANYTHING GOES OUT.      *
034200*--------------------------------------------------------------*
034210 6000-RECONCILE-AFTER.
034220     SET RECON-BALANCED TO TRUE.
034230     SET WHS-BALANCED TO TRUE.
034240     IF WS-WHS-OPEN-COUNT + WS-WHS-IN-COUNT NOT =
034250         WS-WHS-REL-COUNT + WS-WHS-CLOSE-COUNT
034260         OR WS-WHS-OPEN-TOTAL + WS-WHS-IN-TOTAL NOT =
034270         WS-WHS-REL-TOTAL + WS-WHS-CLOSE-TOTAL
034280         SET WHS-OUT-OF-BALANCE TO TRUE
034290         SET RECON-MISMATCH TO TRUE
034300     END-IF.
034310     IF WS-RECON-COUNT-BEFORE NOT =
034320         WS-RECON-COUNT-AFTER + WS-DUP-DROP-COUNT
034330         OR WS-RECON-TOTAL-BEFORE NOT =
034340         WS-RECON-TOTAL-AFTER + WS-DUP-DROP-TOTAL
034350         OR WS-RECON-NET-BEFORE NOT =
034360         WS-RECON-NET-AFTER + WS-DUP-DROP-NET
034370         SET RECON-MISMATCH TO TRUE
034380     END-IF.
034390     IF RUN-CONSOLIDATED
034400         PERFORM VARYING WS-SRC-IX FROM 1 BY 1
034410                 UNTIL WS-SRC-IX > WS-SRC-MAX
034420             IF WS-SRC-COUNT-BEFORE(WS-SRC-IX) NOT =
034430                 WS-SRC-COUNT-AFTER(WS-SRC-IX)
034440                 + WS-SRC-DUP-COUNT(WS-SRC-IX)
034450                 OR WS-SRC-TOTAL-BEFORE(WS-SRC-IX) NOT =
034460                 WS-SRC-TOTAL-AFTER(WS-SRC-IX)
034470                 + WS-SRC-DUP-TOTAL(WS-SRC-IX)
034480                 SET RECON-MISMATCH TO TRUE
034490             END-IF
034500         END-PERFORM
034510     END-IF.
034520*
034530     OPEN OUTPUT RECON-LOG-FILE.
034540     IF RECON-LOG-OK
034550         MOVE "BEFORE SORT:  " TO RCN-LABEL
034560         MOVE WS-RECON-COUNT-BEFORE TO RCN-COUNT
034570         MOVE WS-RECON-TOTAL-BEFORE TO RCN-TOTAL
034580         WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE
034590*
034600         MOVE "BEFORE SORT:  " TO RNL-LABEL
034610         MOVE WS-RECON-DEBIT-BEFORE TO RNL-DEBIT
034620         MOVE WS-RECON-CREDIT-BEFORE TO RNL-CREDIT
034630         MOVE WS-RECON-NET-BEFORE TO RNL-NET
034640         WRITE RECON-LOG-RECORD FROM RECON-NET-LINE
034650*
034660         MOVE "AFTER SORT:   " TO RCN-LABEL
034670         MOVE WS-RECON-COUNT-AFTER TO RCN-COUNT
034680         MOVE WS-RECON-TOTAL-AFTER TO RCN-TOTAL
034690         WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE
034700*
034710         MOVE "AFTER SORT:   " TO RNL-LABEL
034720         MOVE WS-RECON-DEBIT-AFTER TO RNL-DEBIT
034730         MOVE WS-RECON-CREDIT-AFTER TO RNL-CREDIT
034740         MOVE WS-RECON-NET-AFTER TO RNL-NET
034750         WRITE RECON-LOG-RECORD FROM RECON-NET-LINE
034760*
034770         IF WS-DUP-DROP-COUNT > 0
034780             MOVE "DUPS DROPPED: " TO RCN-LABEL
034790             MOVE WS-DUP-DROP-COUNT TO RCN-COUNT
034800             MOVE WS-DUP-DROP-TOTAL TO RCN-TOTAL
034810             WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE
034820         END-IF
034830*
034840         IF RUN-CONSOLIDATED
034850             PERFORM 6100-LOG-SOURCE-RECON THRU 6100-EXIT
034860             PERFORM 6120-LOG-FEED-STATUS THRU 6120-EXIT
034870         END-IF
034880*
034890         PERFORM 6150-LOG-WAREHOUSE-RECON THRU 6150-EXIT
034900         IF WHS-OUT-OF-BALANCE
034910             WRITE RECON-LOG-RECORD FROM WHS-MISMATCH-LINE
034920         END-IF
034930*
034940         IF RECON-MISMATCH
034950             WRITE RECON-LOG-RECORD FROM RECON-MISMATCH-LINE
034960         END-IF
034970         CLOSE RECON-LOG-FILE
034980     ELSE
034990         DISPLAY "QUICKSORT - UNABLE TO OPEN RECON-LOG-FILE, "
035000             "STATUS = " RECON-LOG-STATUS
035010     END-IF.
035020*
035030     IF RECON-MISMATCH
035040         DISPLAY "QUICKSORT - *** RECONCILIATION MISMATCH *** "
035050             "BEFORE COUNT/TOTAL = " WS-RECON-COUNT-BEFORE "/"
035060             WS-RECON-TOTAL-BEFORE " AFTER COUNT/TOTAL = "
035070             WS-RECON-COUNT-AFTER "/" WS-RECON-TOTAL-AFTER
035080         IF WHS-OUT-OF-BALANCE
035090             DISPLAY "QUICKSORT - *** WAREHOUSE OUT OF BALANCE "
035100                 "*** OPENING " WS-WHS-OPEN-COUNT " + IN "
035110                 WS-WHS-IN-COUNT " NOT = RELEASED "
035120                 WS-WHS-REL-COUNT " + CLOSING "
035130                 WS-WHS-CLOSE-COUNT
035140         END-IF
035150         MOVE 20 TO RETURN-CODE
035160     END-IF.
035170 6000-EXIT.
035180     EXIT.
035190*
035200*--------------------------------------------------------------*
035210* 6100-LOG-SOURCE-RECON - WRITE THE PER-SOURCE BEFORE/AFTER    *
035220*                         FIGURES TO THE RECON LOG. ONLY       *
035230*                         PERFORMED IN CONSOLIDATED MODE,      *
035240*                         WHILE 6000 STILL HAS THE LOG OPEN.   *
035250*--------------------------------------------------------------*
035260 6100-LOG-SOURCE-RECON.
035270     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
035280             UNTIL WS-SRC-IX > WS-SRC-MAX
035290         MOVE WS-SRC-IX TO RSL-SOURCE
035300         MOVE " BEFORE: " TO RSL-PHASE
035310         MOVE WS-SRC-COUNT-BEFORE(WS-SRC-IX) TO RSL-COUNT
035320         MOVE WS-SRC-TOTAL-BEFORE(WS-SRC-IX) TO RSL-TOTAL
035330         WRITE RECON-LOG-RECORD FROM RECON-SOURCE-LINE
035340         MOVE " AFTER:  " TO RSL-PHASE
035350         MOVE WS-SRC-COUNT-AFTER(WS-SRC-IX) TO RSL-COUNT
035360         MOVE WS-SRC-TOTAL-AFTER(WS-SRC-IX) TO RSL-TOTAL
035370         WRITE RECON-LOG-RECORD FROM RECON-SOURCE-LINE
035380     END-PERFORM.
035390 6100-EXIT.
035400     EXIT.
035410*
035420*--------------------------------------------------------------*
035430* 6120-LOG-FEED-STATUS - WRITE THE FEED-STATUS SECTION TO THE  *
035440*                        RECON LOG - ONE LINE PER REGION       *
035450*                        SHOWING WHETHER ITS FEED CAME IN,     *
035460*                        LATE, SHORT OR NOT AT ALL, WITH THE   *
035470*                        HEADER SEQUENCE AND DATE AND THE      *
035480*                        REASON A FEED WAS REFUSED. ONLY       *
035490*                        PERFORMED IN CONSOLIDATED MODE.       *
035500*--------------------------------------------------------------*
035510 6120-LOG-FEED-STATUS.
035520     WRITE RECON-LOG-RECORD FROM RECON-FEED-HEADING.
035530     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
035540             UNTIL WS-SRC-IX > WS-SRC-MAX
035550         MOVE WS-SRC-IX TO RFL-SOURCE
035560         PERFORM 6130-FEED-STATUS-TEXT THRU 6130-EXIT
035570         MOVE WS-FEED-STATUS-TEXT TO RFL-STATUS
035580         MOVE FDE-SEQ(WS-SRC-IX) TO RFL-SEQ
035590         MOVE FDE-DATE(WS-SRC-IX) TO RFL-DATE
035600         MOVE FDE-REASON(WS-SRC-IX) TO RFL-REASON
035610         WRITE RECON-LOG-RECORD FROM RECON-FEED-LINE
035620     END-PERFORM.
035630 6120-EXIT.
035640     EXIT.
035650*
035660*--------------------------------------------------------------*
035670* 6130-FEED-STATUS-TEXT - TURN THE VERDICT CODE OF THE REGION  *
035680*                         IN WS-SRC-IX INTO ITS PRINTED WORD   *
035690*--------------------------------------------------------------*
035700 6130-FEED-STATUS-TEXT.
035710     EVALUATE TRUE
035720         WHEN FDE-IN(WS-SRC-IX)
035730             MOVE "IN" TO WS-FEED-STATUS-TEXT
035740         WHEN FDE-LATE(WS-SRC-IX)
035750             MOVE "LATE" TO WS-FEED-STATUS-TEXT
035760         WHEN FDE-SHORT(WS-SRC-IX)
035770             MOVE "SHORT" TO WS-FEED-STATUS-TEXT
035780         WHEN OTHER
035790             MOVE "NOT IN" TO WS-FEED-STATUS-TEXT
035800     END-EVALUATE.
035810 6130-EXIT.
035820     EXIT.
035830*
035840*--------------------------------------------------------------*
035850* 6150-LOG-WAREHOUSE-RECON - WRITE THE WAREHOUSE IN/OUT FIGURES*
035860*                            - OPENING, IN, RELEASED AND       *
035870*                            CLOSING - TO THE RECON LOG.       *
035880*                            PERFORMED BY 6000 IN EVERY RUN    *
035890*                            MODE WHILE IT HAS THE LOG OPEN.   *
035900*--------------------------------------------------------------*
035910 6150-LOG-WAREHOUSE-RECON.
035920     MOVE "WHSE OPENING: " TO RCN-LABEL.
035930     MOVE WS-WHS-OPEN-COUNT TO RCN-COUNT.
035940     MOVE WS-WHS-OPEN-TOTAL TO RCN-TOTAL.
035950     WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE.
035960     MOVE "WHSE IN:      " TO RCN-LABEL.
035970     MOVE WS-WHS-IN-COUNT TO RCN-COUNT.
035980     MOVE WS-WHS-IN-TOTAL TO RCN-TOTAL.
035990     WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE.
036000     MOVE "WHSE RELEASED:" TO RCN-LABEL.
036010     MOVE WS-WHS-REL-COUNT TO RCN-COUNT.
036020     MOVE WS-WHS-REL-TOTAL TO RCN-TOTAL.
036030     WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE.
036040     MOVE "WHSE CLOSING: " TO RCN-LABEL.
036050     MOVE WS-WHS-CLOSE-COUNT TO RCN-COUNT.
036060     MOVE WS-WHS-CLOSE-TOTAL TO RCN-TOTAL.
036070     WRITE RECON-LOG-RECORD FROM RECON-DETAIL-LINE.
036080 6150-EXIT.
036090     EXIT.
036100*
036110*--------------------------------------------------------------*
036120* 6300-TREND-CHECK - COMPARE TODAY'S ACCEPTED COUNT AND        *
036130*                    CONTROL TOTAL AGAINST THE PRIOR RUN ON    *
036140*                    THE RUN HISTORY. A SWING PAST THE         *
036150*                    TOLERANCE PERCENTAGE WRITES AN ALERT TO   *
036160*                    THE RECON LOG AND SETS A WARNING          *
036170*                    RETURN-CODE SO THE OPERATIONS PAGE        *
036180*                    FIRES. TODAY'S FIGURES ARE THEN APPENDED  *
036190*                    TO THE HISTORY FOR TOMORROW'S RUN. A      *
036200*                    TOLERANCE OF 00 ON THE CONTROL CARD       *
036210*                    TURNS THE CHECK OFF (THE HISTORY IS       *
036220*                    STILL KEPT).                              *
036230*--------------------------------------------------------------*
036240 6300-TREND-CHECK.
036250     PERFORM 6320-LOAD-CALENDAR THRU 6320-EXIT.
036260     PERFORM 6350-READ-PRIOR-RUN THRU 6350-EXIT.
036270*
036280     SET TREND-ALERT-NO TO TRUE.
036290     IF TREND-PRIOR-YES AND WS-TREND-TOL > 0
036300         MOVE "COUNT " TO TAL-FIELD
036310         MOVE WS-PRIOR-ACCEPTED TO TAL-PRIOR
036320         MOVE WS-RECON-COUNT-BEFORE TO TAL-NOW
036330         IF WS-RECON-COUNT-BEFORE > WS-PRIOR-ACCEPTED
036340             COMPUTE WS-TREND-DIFF =
036350                 WS-RECON-COUNT-BEFORE - WS-PRIOR-ACCEPTED
036360         ELSE
036370             COMPUTE WS-TREND-DIFF =
036380                 WS-PRIOR-ACCEPTED - WS-RECON-COUNT-BEFORE
036390         END-IF
036400         COMPUTE WS-TREND-SCALED = WS-TREND-DIFF * 100
036410         COMPUTE WS-TREND-LIMIT =
036420             WS-PRIOR-ACCEPTED * WS-TREND-TOL
036430         IF WS-TREND-SCALED > WS-TREND-LIMIT
036440             PERFORM 6400-WRITE-TREND-ALERT THRU 6400-EXIT
036450         END-IF
036460*
036470         MOVE "TOTAL " TO TAL-FIELD
036480         MOVE WS-PRIOR-TOTAL TO TAL-PRIOR
036490         MOVE WS-RECON-TOTAL-BEFORE TO TAL-NOW
036500         IF WS-RECON-TOTAL-BEFORE > WS-PRIOR-TOTAL
036510             COMPUTE WS-TREND-DIFF =
036520                 WS-RECON-TOTAL-BEFORE - WS-PRIOR-TOTAL
036530         ELSE
036540             COMPUTE WS-TREND-DIFF =
036550                 WS-PRIOR-TOTAL - WS-RECON-TOTAL-BEFORE
036560         END-IF
036570         COMPUTE WS-TREND-SCALED = WS-TREND-DIFF * 100
036580         COMPUTE WS-TREND-LIMIT =
036590             WS-PRIOR-TOTAL * WS-TREND-TOL
036600         IF WS-TREND-SCALED > WS-TREND-LIMIT
036610             PERFORM 6400-WRITE-TREND-ALERT THRU 6400-EXIT
036620         END-IF
036630     END-IF.
036640*
036650     IF TREND-ALERT-YES
036660         DISPLAY "QUICKSORT - *** WARNING - DAY-OVER-DAY "
036670             "SWING EXCEEDS " WS-TREND-TOL " PERCENT ***"
036680         IF RETURN-CODE < 4
036690             MOVE 4 TO RETURN-CODE
036700         END-IF
036710     END-IF.
036720*
036730     PERFORM 6450-APPEND-RUN-HISTORY THRU 6450-EXIT.
036740 6300-EXIT.
036750     EXIT.
036760*
036770*--------------------------------------------------------------*
036780* 6320-LOAD-CALENDAR - LOAD THE PROCESSING CALENDAR FOR THE    *
036790*                      TREND CHECK'S BUSINESS-DAY FILTER. A    *
036800*                      MISSING CALENDAR IS NOT AN ERROR - THE  *
036810*                      FILTER JUST STAYS OFF.                  *
036820*--------------------------------------------------------------*
036830 6320-LOAD-CALENDAR.
036840     SET CALENDAR-OFF TO TRUE.
036850     OPEN INPUT CALENDAR-FILE.
036860     IF NOT CALENDAR-OK
036870         DISPLAY "QUICKSORT - NO PROCESSING CALENDAR (STATUS "
036880             "= " CALENDAR-STATUS "), TREND CHECK USES THE "
036890             "LAST PRIOR RUN"
036900         GO TO 6320-EXIT
036910     END-IF.
036920*
036930     SET CAL-EOF-NO TO TRUE.
036940     PERFORM 6330-READ-CALENDAR THRU 6330-EXIT.
036950     PERFORM UNTIL CAL-EOF-YES
036960         IF CAL-DATE NUMERIC
036970             IF WS-CAL-COUNT < WS-CAL-MAX
036980                 ADD 1 TO WS-CAL-COUNT
036990                 MOVE CAL-DATE TO CAL-T-DATE(WS-CAL-COUNT)
037000                 MOVE CAL-DAY-TYPE
037010                     TO CAL-T-TYPE(WS-CAL-COUNT)
037020             ELSE
037030                 DISPLAY "QUICKSORT - *** WARNING - CALENDAR "
037040                     "TABLE FULL, REMAINDER IGNORED ***"
037050                 SET CAL-EOF-YES TO TRUE
037060             END-IF
037070         END-IF
037080         IF CAL-EOF-NO
037090             PERFORM 6330-READ-CALENDAR THRU 6330-EXIT
037100         END-IF
037110     END-PERFORM.
037120     CLOSE CALENDAR-FILE.
037130*
037140     IF WS-CAL-COUNT > 0
037150         SET CALENDAR-ON TO TRUE
037160     END-IF.
037170 6320-EXIT.
037180     EXIT.
037190*
037200*--------------------------------------------------------------*
037210* 6330-READ-CALENDAR - READ ONE CALENDAR RECORD                *
037220*--------------------------------------------------------------*
037230 6330-READ-CALENDAR.
037240     READ CALENDAR-FILE
037250         AT END
037260             SET CAL-EOF-YES TO TRUE
037270     END-READ.
037280 6330-EXIT.
037290     EXIT.
037300*
037310*--------------------------------------------------------------*
037320* 6340-CHECK-BUSINESS-DAY - JUDGE THE DATE IN THE LOOKUP       *
037330*                           FIELD: A CALENDAR ENTRY TYPED      *
037340*                           OTHER THAN B MEANS A NON-BUSINESS  *
037350*                           DAY. DATES NOT ON THE CALENDAR,    *
037360*                           OR NO CALENDAR AT ALL, COUNT AS    *
037370*                           BUSINESS DAYS.                     *
037380*--------------------------------------------------------------*
037390 6340-CHECK-BUSINESS-DAY.
037400     SET CAL-BIZ-YES TO TRUE.
037410     IF CALENDAR-OFF
037420         GO TO 6340-EXIT
037430     END-IF.
037440     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
037450             UNTIL WS-CAL-IX > WS-CAL-COUNT
037460         IF CAL-T-DATE(WS-CAL-IX) = WS-CAL-LOOKUP-DATE
037470                 AND CAL-T-TYPE(WS-CAL-IX) NOT = "B"
037480             SET CAL-BIZ-NO TO TRUE
037490             MOVE WS-CAL-COUNT TO WS-CAL-IX
037500         END-IF
037510     END-PERFORM.
037520 6340-EXIT.
037530     EXIT.
037540*
037550*--------------------------------------------------------------*
037560* 6350-READ-PRIOR-RUN - READ THE RUN HISTORY THROUGH TO END OF *
037570*                       FILE, KEEPING THE LAST GOOD RECORD AS  *
037580*                       THE PRIOR RUN. A MISSING OR EMPTY      *
037590*                       HISTORY JUST MEANS THERE IS NOTHING    *
037600*                       TO COMPARE AGAINST YET.                *
037610*--------------------------------------------------------------*
037620 6350-READ-PRIOR-RUN.
037630     SET TREND-PRIOR-NO TO TRUE.
037640     OPEN INPUT RUN-HISTORY-FILE.
037650     IF NOT RUN-HISTORY-OK
037660         DISPLAY "QUICKSORT - NO RUN HISTORY YET (STATUS = "
037670             RUN-HISTORY-STATUS "), TREND CHECK SKIPPED"
037680         GO TO 6350-EXIT
037690     END-IF.
037700*
037710     SET HIST-EOF-NO TO TRUE.
037720     PERFORM UNTIL HIST-EOF-YES
037730         READ RUN-HISTORY-FILE
037740             AT END
037750                 SET HIST-EOF-YES TO TRUE
037760             NOT AT END
037770                 IF HST-ACCEPTED NUMERIC
037780                         AND HST-TOTAL NUMERIC
037790                     MOVE HST-RUN-DATE
037800                         TO WS-CAL-LOOKUP-DATE
037810                     PERFORM 6340-CHECK-BUSINESS-DAY
037820                         THRU 6340-EXIT
037830                     IF CAL-BIZ-YES
037840                         MOVE HST-ACCEPTED
037850                             TO WS-PRIOR-ACCEPTED
037860                         MOVE HST-TOTAL TO WS-PRIOR-TOTAL
037870                         SET TREND-PRIOR-YES TO TRUE
037880                     END-IF
037890                 END-IF
037900         END-READ
037910     END-PERFORM.
037920     CLOSE RUN-HISTORY-FILE.
037930 6350-EXIT.
037940     EXIT.
037950*
037960*--------------------------------------------------------------*
037970* 6400-WRITE-TREND-ALERT - APPEND ONE ALERT LINE TO THE RECON  *
037980*                          LOG. THE LOG WAS WRITTEN AND CLOSED *
037990*                          BY 6000, SO IT IS EXTENDED HERE.    *
038000*--------------------------------------------------------------*
038010 6400-WRITE-TREND-ALERT.
038020     SET TREND-ALERT-YES TO TRUE.
038030     OPEN EXTEND RECON-LOG-FILE.
038040     IF RECON-LOG-OK
038050         WRITE RECON-LOG-RECORD FROM TREND-ALERT-LINE
038060         CLOSE RECON-LOG-FILE
038070     ELSE
038080         DISPLAY "QUICKSORT - UNABLE TO EXTEND RECON-LOG-"
038090             "FILE, STATUS = " RECON-LOG-STATUS
038100     END-IF.
038110 6400-EXIT.
038120     EXIT.
038130*
038140*--------------------------------------------------------------*
038150* 6450-APPEND-RUN-HISTORY - ADD TODAY'S ACCEPTED FIGURES TO    *
038160*                           THE RUN HISTORY FOR TOMORROW'S     *
038170*                           COMPARISON.                        *
038180*--------------------------------------------------------------*
038190 6450-APPEND-RUN-HISTORY.
038200     OPEN EXTEND RUN-HISTORY-FILE.
038210     IF RUN-HISTORY-STATUS = "35"
038220         OPEN OUTPUT RUN-HISTORY-FILE
038230     END-IF.
038240     IF NOT RUN-HISTORY-OK
038250         DISPLAY "QUICKSORT - UNABLE TO EXTEND RUN-HISTORY-"
038260             "FILE, STATUS = " RUN-HISTORY-STATUS
038270         GO TO 6450-EXIT
038280     END-IF.
038290*
038300     MOVE WS-RUN-DATE TO HST-RUN-DATE.
038310     MOVE WS-RUN-HHMMSS TO HST-RUN-TIME.
038320     MOVE WS-RECON-COUNT-BEFORE TO HST-ACCEPTED.
038330     MOVE WS-RECON-TOTAL-BEFORE TO HST-TOTAL.
038340     MOVE SPACES TO RUN-HISTORY-RECORD(34:7).
038350     WRITE RUN-HISTORY-RECORD.
038360     CLOSE RUN-HISTORY-FILE.
038370 6450-EXIT.
038380     EXIT.
038390*
038400*--------------------------------------------------------------*
038410* 6470-XDAY-CHECK - FEED-LEVEL JUDGMENT ON THE CROSS-DAY       *
038420*                   MATCHES FLAGGED DURING THE LOAD. WHEN THE  *
038430*                   MATCHED FRACTION OF THE ACCEPTED FEED      *
038440*                   PASSES THE CONTROL-CARD TOLERANCE, THE     *
038450*                   FEED LOOKS RESUBMITTED - ALERT THE RECON   *
038460*                   LOG AND END RC 12 SO THE TRANSMIT AND      *
038470*                   DISTRIBUTION STEPS HOLD. THE COMPARE IS A  *
038480*                   CROSS-PRODUCT, SAME AS THE TREND CHECK,    *
038490*                   SO NO DIVISION IS NEEDED. TOLERANCE 00     *
038500*                   TURNS THE ALERT OFF (RECORDS STILL FLAG).  *
038510*--------------------------------------------------------------*
038520 6470-XDAY-CHECK.
038530     SET XDAY-ALERT-NO TO TRUE.
038540     IF WS-XDAY-TOL = 0 OR WS-RECON-COUNT-BEFORE = 0
038550         GO TO 6470-EXIT
038560     END-IF.
038570*
038580     COMPUTE WS-XDAY-SCALED = WS-XDAY-COUNT * 100.
038590     COMPUTE WS-XDAY-LIMIT =
038600         WS-RECON-COUNT-BEFORE * WS-XDAY-TOL.
038610     IF WS-XDAY-SCALED >= WS-XDAY-LIMIT
038620         SET XDAY-ALERT-YES TO TRUE
038630     END-IF.
038640*
038650     IF XDAY-ALERT-YES
038660         MOVE WS-XDAY-COUNT TO XAL-COUNT
038670         MOVE WS-RECON-COUNT-BEFORE TO XAL-ACCEPTED
038680         OPEN EXTEND RECON-LOG-FILE
038690         IF RECON-LOG-OK
038700             WRITE RECON-LOG-RECORD FROM XDAY-ALERT-LINE
038710             CLOSE RECON-LOG-FILE
038720         ELSE
038730             DISPLAY "QUICKSORT - UNABLE TO EXTEND RECON-LOG-"
038740                 "FILE, STATUS = " RECON-LOG-STATUS
038750         END-IF
038760         DISPLAY "QUICKSORT - *** WARNING - " WS-XDAY-COUNT
038770             " OF " WS-RECON-COUNT-BEFORE " ACCEPTED RECORDS "
038780             "MATCH A PRIOR DAY - POSSIBLE RESUBMITTED "
038790             "FEED, TRANSMIT HELD ***"
038800         IF RETURN-CODE < 12
038810             MOVE 12 TO RETURN-CODE
038820         END-IF
038830     END-IF.
038840 6470-EXIT.
038850     EXIT.
038860*
038870*--------------------------------------------------------------*
038880* 6500-BUILD-STATISTICS - COMPUTE THE BRIEFING FIGURES FROM    *
038890*                         THE SEQUENCED WORK FILE: LOW/HIGH/   *
038900*                         MEAN/MEDIAN AMOUNT AND A COUNT OF    *
038910*                         DUPLICATED AMOUNTS. THE AMOUNTS ARE  *
038920*                         RESORTED ASCENDING THROUGH THE       *
038930*                         EXTERNAL SORT AND SCANNED AS A       *
038940*                         STREAM, SO THE FIGURES COME OUT THE  *
038950*                         SAME WHATEVER FIELD AND DIRECTION    *
038960*                         THE MAIN SORT RAN ON AND NO TABLE    *
038970*                         LIMITS THE DAY.                      *
038980*--------------------------------------------------------------*
038990 6500-BUILD-STATISTICS.
039000     MOVE ZERO TO WS-STAT-MIN.
039010     MOVE ZERO TO WS-STAT-MAX.
039020     MOVE ZERO TO WS-STAT-MEAN.
039030     MOVE ZERO TO WS-STAT-MEDIAN.
039040     MOVE ZERO TO WS-STAT-DUP-COUNT.
039050     MOVE ZERO TO WS-STAT-POS.
039060     MOVE WS-RECON-COUNT-AFTER TO WS-STAT-SIZE.
039070     IF WS-STAT-SIZE = 0
039080         GO TO 6500-EXIT
039090     END-IF.
039100*
039110     DIVIDE WS-STAT-SIZE BY 2 GIVING WS-STAT-HALF
039120         REMAINDER WS-STAT-REM.
039130     SORT SORT-WORK-FILE
039140         ASCENDING KEY SRT-VALUE
039150         INPUT PROCEDURE IS 6520-RELEASE-AMOUNTS
039160             THRU 6520-EXIT
039170         OUTPUT PROCEDURE IS 6550-SCAN-AMOUNTS
039180             THRU 6550-EXIT.
039190*
039200     IF WS-STAT-REM = 1
039210         MOVE WS-STAT-V2 TO WS-STAT-MEDIAN
039220     ELSE
039230         COMPUTE WS-STAT-MEDIAN =
039240             (WS-STAT-V1 + WS-STAT-V2) / 2
039250     END-IF.
039260     COMPUTE WS-STAT-MEAN ROUNDED =
039270         WS-RECON-TOTAL-AFTER / WS-STAT-SIZE.
039280 6500-EXIT.
039290     EXIT.
039300*
039310*--------------------------------------------------------------*
039320* 6520-RELEASE-AMOUNTS - SORT INPUT PROCEDURE. REREAD THE      *
039330*                        SEQUENCED WORK FILE AND RELEASE EACH  *
039340*                        RECORD FOR THE ASCENDING-AMOUNT       *
039350*                        STATISTICS SORT.                      *
039360*--------------------------------------------------------------*
039370 6520-RELEASE-AMOUNTS.
039380     OPEN INPUT SORTED-FILE.
039390     IF NOT SORTED-FILE-OK
039400         DISPLAY "QUICKSORT - UNABLE TO REOPEN SORTED-FILE, "
039410             "STATUS = " SORTED-FILE-STATUS
039420         MOVE 16 TO RETURN-CODE
039430         GO TO 6520-EXIT
039440     END-IF.
039450     SET SRTD-EOF-NO TO TRUE.
039460     PERFORM 7010-READ-SORTED THRU 7010-EXIT.
039470     PERFORM UNTIL SRTD-EOF-YES
039480         MOVE SPACES TO SRT-KEY
039490         MOVE WRK-ACCOUNT TO SRT-ACCOUNT
039500         MOVE WRK-BRANCH TO SRT-BRANCH
039510         MOVE WRK-TRAN-DATE TO SRT-TRAN-DATE
039520         MOVE WRK-VALUE TO SRT-VALUE
039530         MOVE WRK-TYPE-CODE TO SRT-TYPE-CODE
039540         MOVE WRK-SEQ TO SRT-SEQ
039550         MOVE WRK-SOURCE TO SRT-SOURCE
039560         MOVE WRK-DC-FLAG TO SRT-DC-FLAG
039570         MOVE WRK-XDAY-FLAG TO SRT-XDAY-FLAG
039580         MOVE WRK-WHS-FLAG TO SRT-WHS-FLAG
039590         RELEASE SORT-WORK-RECORD
039600         PERFORM 7010-READ-SORTED THRU 7010-EXIT
039610     END-PERFORM.
039620     CLOSE SORTED-FILE.
039630 6520-EXIT.
039640     EXIT.
039650*
039660*--------------------------------------------------------------*
039670* 6550-SCAN-AMOUNTS - SORT OUTPUT PROCEDURE. ONE PASS OVER THE *
039680*                     ASCENDING AMOUNTS: FIRST BACK IS THE     *
039690*                     MINIMUM, LAST IS THE MAXIMUM, THE MEDIAN *
039700*                     POSITIONS ARE PICKED OFF BY COUNT, AND   *
039710*                     EQUAL AMOUNTS ARRIVE ADJACENT FOR THE    *
039720*                     DUPLICATE-AMOUNT COUNT.                  *
039730*--------------------------------------------------------------*
039740 6550-SCAN-AMOUNTS.
039750     SET SORT-EOF-NO TO TRUE.
039760     PERFORM 5350-RETURN-RECORD THRU 5350-EXIT.
039770     PERFORM UNTIL SORT-EOF-YES
039780         ADD 1 TO WS-STAT-POS
039790         IF WS-STAT-POS = 1
039800             MOVE SRT-VALUE TO WS-STAT-MIN
039810         ELSE
039820             IF SRT-VALUE = WS-STAT-PREV
039830                 ADD 1 TO WS-STAT-DUP-COUNT
039840             END-IF
039850         END-IF
039860         IF WS-STAT-POS = WS-STAT-HALF
039870             MOVE SRT-VALUE TO WS-STAT-V1
039880         END-IF
039890         IF WS-STAT-POS = WS-STAT-HALF + 1
039900             MOVE SRT-VALUE TO WS-STAT-V2
039910         END-IF
039920         MOVE SRT-VALUE TO WS-STAT-PREV
039930         MOVE SRT-VALUE TO WS-STAT-MAX
039940         PERFORM 5350-RETURN-RECORD THRU 5350-EXIT
039950     END-PERFORM.
039960 6550-EXIT.
039970     EXIT.
039980*
039990*--------------------------------------------------------------*
040000* 6600-WRITE-STAT-FILE - WRITE THE STATISTICS SUMMARY TO THE   *
040010*                        STATS-FILE FOR THE DAILY BRIEFING.    *
040020*--------------------------------------------------------------*
040030 6600-WRITE-STAT-FILE.
040040     OPEN OUTPUT STATS-FILE.
040050     IF NOT STATS-FILE-OK
040060         DISPLAY "QUICKSORT - UNABLE TO OPEN STATS-FILE, "
040070             "STATUS = " STATS-FILE-STATUS
040080         GO TO 6600-EXIT
040090     END-IF.
040100     SET STAT-TO-STATFILE TO TRUE.
040110     MOVE STAT-HEADING-LINE TO WS-STAT-PRINT-LINE.
040120     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040130     PERFORM 6700-WRITE-STAT-BLOCK THRU 6700-EXIT.
040140     CLOSE STATS-FILE.
040150 6600-EXIT.
040160     EXIT.
040170*
040180*--------------------------------------------------------------*
040190* 6700-WRITE-STAT-BLOCK - FORMAT AND WRITE THE SUMMARY LINES.  *
040200*                         THE TARGET FILE IS PICKED BY         *
040210*                         STAT-TARGET-SW SO THE SAME BLOCK     *
040220*                         SERVES THE STATS-FILE AND THE REPORT *
040230*                         TRAILER.                             *
040240*--------------------------------------------------------------*
040250 6700-WRITE-STAT-BLOCK.
040260     MOVE "RECORDS ANALYZED  : " TO STL-LABEL.
040270     MOVE WS-STAT-SIZE TO STL-VALUE.
040280     MOVE STAT-DETAIL-LINE TO WS-STAT-PRINT-LINE.
040290     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040300*
040310     MOVE "LOWEST AMOUNT     : " TO STL-LABEL.
040320     MOVE WS-STAT-MIN TO STL-VALUE.
040330     MOVE STAT-DETAIL-LINE TO WS-STAT-PRINT-LINE.
040340     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040350*
040360     MOVE "HIGHEST AMOUNT    : " TO STL-LABEL.
040370     MOVE WS-STAT-MAX TO STL-VALUE.
040380     MOVE STAT-DETAIL-LINE TO WS-STAT-PRINT-LINE.
040390     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040400*
040410     MOVE "MEAN AMOUNT       : " TO SDL-LABEL.
040420     MOVE WS-STAT-MEAN TO SDL-VALUE.
040430     MOVE STAT-DECIMAL-LINE TO WS-STAT-PRINT-LINE.
040440     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040450*
040460     MOVE "MEDIAN AMOUNT     : " TO SDL-LABEL.
040470     MOVE WS-STAT-MEDIAN TO SDL-VALUE.
040480     MOVE STAT-DECIMAL-LINE TO WS-STAT-PRINT-LINE.
040490     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040500*
040510     MOVE "DUPLICATE AMOUNTS : " TO STL-LABEL.
040520     MOVE WS-STAT-DUP-COUNT TO STL-VALUE.
040530     MOVE STAT-DETAIL-LINE TO WS-STAT-PRINT-LINE.
040540     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040550*
040560     MOVE "TOTAL DEBITS      : " TO STL-LABEL.
040570     MOVE WS-RECON-DEBIT-AFTER TO STL-VALUE.
040580     MOVE STAT-DETAIL-LINE TO WS-STAT-PRINT-LINE.
040590     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040600*
040610     MOVE "TOTAL CREDITS     : " TO STL-LABEL.
040620     MOVE WS-RECON-CREDIT-AFTER TO STL-VALUE.
040630     MOVE STAT-DETAIL-LINE TO WS-STAT-PRINT-LINE.
040640     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040650*
040660     MOVE "NET AMOUNT        : " TO SNL-LABEL.
040670     MOVE WS-RECON-NET-AFTER TO SNL-VALUE.
040680     MOVE STAT-NET-LINE TO WS-STAT-PRINT-LINE.
040690     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
040700 6700-EXIT.
040710     EXIT.
040720*
040730*--------------------------------------------------------------*
040740* 6800-WRITE-STAT-LINE - WRITE ONE FORMATTED SUMMARY LINE TO   *
040750*                        WHICHEVER FILE STAT-TARGET-SW NAMES.  *
040760*--------------------------------------------------------------*
040770 6800-WRITE-STAT-LINE.
040780     IF STAT-TO-REPORT
040790         MOVE WS-STAT-PRINT-LINE TO SORT-REPORT-RECORD
040800         WRITE SORT-REPORT-RECORD
040810     ELSE
040820         MOVE WS-STAT-PRINT-LINE TO STATS-RECORD
040830         WRITE STATS-RECORD
040840     END-IF.
040850 6800-EXIT.
040860     EXIT.
040870*
040880*--------------------------------------------------------------*
040890* 7000-PROCESS-SORTED - THE OUTPUT PASS. ONE SEQUENTIAL READ   *
040900*                       OF THE SEQUENCED WORK FILE CUTS THE    *
040910*                       PRINTED REPORT, THE SORTED OUTPUT      *
040920*                       (SORTOUT), THE LEDGER EXTRACT, THE     *
040930*                       EXCEPTION LISTING AND THE RECENTLY-    *
040940*                       SEEN GENERATION TOGETHER, WHILE THE    *
040950*                       AFTER-SORT CONTROL FIGURES ACCUMULATE  *
040960*                       FOR RECONCILIATION. OUT-OF-RANGE       *
040970*                       AMOUNTS ARE FLAGGED HERE AND FORCE     *
040980*                       RC 4 SO DISTRIBUTION HOLDS.            *
040990*--------------------------------------------------------------*
041000 7000-PROCESS-SORTED.
041010     MOVE ZERO TO WS-RECON-COUNT-AFTER.
041020     MOVE ZERO TO WS-RECON-TOTAL-AFTER.
041030     MOVE ZERO TO WS-RECON-DEBIT-AFTER.
041040     MOVE ZERO TO WS-RECON-CREDIT-AFTER.
041050     MOVE ZERO TO WS-RECON-NET-AFTER.
041060     MOVE ZERO TO WS-EXCP-COUNT.
041070     PERFORM VARYING WS-SRC-IX FROM 1 BY 1
041080             UNTIL WS-SRC-IX > WS-SRC-MAX
041090         MOVE ZERO TO WS-SRC-COUNT-AFTER(WS-SRC-IX)
041100         MOVE ZERO TO WS-SRC-TOTAL-AFTER(WS-SRC-IX)
041110     END-PERFORM.
041120*
041130     OPEN INPUT SORTED-FILE.
041140     IF NOT SORTED-FILE-OK
041150         DISPLAY "QUICKSORT - UNABLE TO OPEN SORTED-FILE, "
041160             "STATUS = " SORTED-FILE-STATUS
041170         MOVE 16 TO RETURN-CODE
041180         GO TO 7000-EXIT
041190     END-IF.
041200*
041210     OPEN OUTPUT SORT-REPORT-FILE.
041220     IF NOT SORT-REPORT-OK
041230         DISPLAY "QUICKSORT - UNABLE TO OPEN SORT-REPORT-FILE, "
041240             "STATUS = " SORT-REPORT-STATUS
041250         MOVE 16 TO RETURN-CODE
041260     END-IF.
041270     OPEN OUTPUT SORTED-OUTPUT-FILE.
041280     IF NOT SORTED-OUTPUT-OK
041290         DISPLAY "QUICKSORT - UNABLE TO OPEN SORTED-OUTPUT-"
041300             "FILE, STATUS = " SORTED-OUTPUT-STATUS
041310         MOVE 16 TO RETURN-CODE
041320     END-IF.
041330     OPEN OUTPUT LEDGER-EXTRACT-FILE.
041340     IF NOT LEDGER-EXTRACT-OK
041350         DISPLAY "QUICKSORT - UNABLE TO OPEN LEDGER-EXTRACT-"
041360             "FILE, STATUS = " LEDGER-EXTRACT-STATUS
041370         MOVE 16 TO RETURN-CODE
041380     END-IF.
041390     OPEN OUTPUT EXCEPTION-FILE.
041400     IF NOT EXCEPTION-OK
041410         DISPLAY "QUICKSORT - UNABLE TO OPEN EXCEPTION-FILE, "
041420             "STATUS = " EXCEPTION-STATUS
041430     END-IF.
041440     OPEN OUTPUT SEEN-OUT-FILE.
041450     IF NOT SEEN-OUT-OK
041460         DISPLAY "QUICKSORT - UNABLE TO OPEN SEEN-OUT-FILE, "
041470             "STATUS = " SEEN-OUT-STATUS
041480         MOVE 16 TO RETURN-CODE
041490     END-IF.
041500*
041510     IF SORT-REPORT-OK
041520         PERFORM 7100-WRITE-HEADERS THRU 7100-EXIT
041530     END-IF.
041540     IF LEDGER-EXTRACT-OK
041550         MOVE WS-RUN-DATE TO EXT-HDR-DATE
041560         MOVE SORT-DIR-SW TO EXT-HDR-DIR
041570         WRITE LEDGER-EXTRACT-RECORD FROM EXT-HEADER-LINE
041580     END-IF.
041590*
041600     SET SRTD-EOF-NO TO TRUE.
041610     PERFORM 7010-READ-SORTED THRU 7010-EXIT.
041620     PERFORM UNTIL SRTD-EOF-YES
041630         PERFORM 7020-PROCESS-ONE-RECORD THRU 7020-EXIT
041640         PERFORM 7010-READ-SORTED THRU 7010-EXIT
041650     END-PERFORM.
041660     CLOSE SORTED-FILE.
041670*
041680     IF SORT-REPORT-OK
041690         MOVE WS-RECON-COUNT-AFTER TO RTL-COUNT
041700         WRITE SORT-REPORT-RECORD FROM RPT-TRAILER-LINE
041710     END-IF.
041720     IF EXCEPTION-OK
041730         MOVE WS-EXCP-COUNT TO EXC-SUM-COUNT
041740         WRITE EXCEPTION-RECORD FROM EXC-SUMMARY-LINE
041750         CLOSE EXCEPTION-FILE
041760     END-IF.
041770     IF WS-EXCP-COUNT > 0
041780         DISPLAY "QUICKSORT - *** WARNING - " WS-EXCP-COUNT
041790             " OUT-OF-RANGE AMOUNTS FLAGGED FOR REVIEW ***"
041800         IF RETURN-CODE < 4
041810             MOVE 4 TO RETURN-CODE
041820         END-IF
041830     END-IF.
041840     IF LEDGER-EXTRACT-OK
041850         MOVE WS-RECON-COUNT-AFTER TO EXT-TRL-COUNT
041860         MOVE WS-RECON-TOTAL-AFTER TO EXT-TRL-TOTAL
041870         MOVE WS-RECON-NET-AFTER TO EXT-TRL-NET
041880         WRITE LEDGER-EXTRACT-RECORD FROM EXT-TRAILER-LINE
041890         CLOSE LEDGER-EXTRACT-FILE
041900     END-IF.
041910     IF SORTED-OUTPUT-OK
041920         CLOSE SORTED-OUTPUT-FILE
041930     END-IF.
041940     IF SEEN-OUT-OK
041950         CLOSE SEEN-OUT-FILE
041960     END-IF.
041970 7000-EXIT.
041980     EXIT.
041990*
042000*--------------------------------------------------------------*
042010* 7010-READ-SORTED - READ ONE SEQUENCED WORK RECORD INTO THE   *
042020*                    COMMON WORK AREA                          *
042030*--------------------------------------------------------------*
042040 7010-READ-SORTED.
042050     READ SORTED-FILE INTO WS-WORK-REC
042060         AT END
042070             SET SRTD-EOF-YES TO TRUE
042080     END-READ.
042090 7010-EXIT.
042100     EXIT.
042110*
042120*--------------------------------------------------------------*
042130* 7020-PROCESS-ONE-RECORD - ROLL ONE SORTED RECORD INTO THE    *
042140*                           AFTER FIGURES AND CUT ITS LINE ON  *
042150*                           EVERY OUTPUT.                      *
042160*--------------------------------------------------------------*
042170 7020-PROCESS-ONE-RECORD.
042180     ADD 1 TO WS-RECON-COUNT-AFTER.
042190     ADD WRK-VALUE TO WS-RECON-TOTAL-AFTER.
042200     IF WRK-DC-FLAG = "C"
042210         ADD WRK-VALUE TO WS-RECON-CREDIT-AFTER
042220         SUBTRACT WRK-VALUE FROM WS-RECON-NET-AFTER
042230     ELSE
042240         ADD WRK-VALUE TO WS-RECON-DEBIT-AFTER
042250         ADD WRK-VALUE TO WS-RECON-NET-AFTER
042260     END-IF.
042270     MOVE WRK-SOURCE TO WS-SRC-IX.
042280     IF WS-SRC-IX > 0
042290         ADD 1 TO WS-SRC-COUNT-AFTER(WS-SRC-IX)
042300         ADD WRK-VALUE TO WS-SRC-TOTAL-AFTER(WS-SRC-IX)
042310     END-IF.
042320*
042330     IF WRK-VALUE < WS-MIN-VALUE
042340             OR WRK-VALUE > WS-MAX-VALUE
042350         MOVE "Y" TO WRK-EXCP-FLAG
042360         ADD 1 TO WS-EXCP-COUNT
042370         PERFORM 6950-WRITE-EXCEPTION THRU 6950-EXIT
042380     ELSE
042390         MOVE "N" TO WRK-EXCP-FLAG
042400     END-IF.
042410*
042420     IF SORT-REPORT-OK
042430         PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT
042440     END-IF.
042450     IF SORTED-OUTPUT-OK
042460         MOVE WRK-ACCOUNT TO SOR-ACCOUNT
042470         MOVE WRK-BRANCH TO SOR-BRANCH
042480         MOVE WRK-TRAN-DATE TO SOR-TRAN-DATE
042490         MOVE WRK-VALUE TO SOR-AMOUNT
042500         MOVE WRK-TYPE-CODE TO SOR-TYPE-CODE
042510         WRITE SORTED-OUTPUT-RECORD
042520     END-IF.
042530     IF LEDGER-EXTRACT-OK
042540         MOVE WRK-ACCOUNT TO EXT-DTL-ACCOUNT
042550         MOVE WRK-BRANCH TO EXT-DTL-BRANCH
042560         MOVE WRK-TRAN-DATE TO EXT-DTL-TRAN-DATE
042570         MOVE WRK-VALUE TO EXT-DTL-AMOUNT
042580         MOVE WRK-TYPE-CODE TO EXT-DTL-TYPE-CODE
042590         WRITE LEDGER-EXTRACT-RECORD FROM EXT-DETAIL-LINE
042600     END-IF.
042610     IF SEEN-OUT-OK
042620         MOVE SPACES TO SEEN-OUT-RECORD
042630         MOVE WS-RUN-DATE TO SNO-PROC-DATE
042640         MOVE WRK-ACCOUNT TO SNO-BUSINESS-KEY(1:10)
042650         MOVE WRK-BRANCH TO SNO-BUSINESS-KEY(11:4)
042660         MOVE WRK-TRAN-DATE TO SNO-BUSINESS-KEY(15:8)
042670         MOVE WRK-VALUE TO SNO-BUSINESS-KEY(23:7)
042680         MOVE WRK-TYPE-CODE TO SNO-BUSINESS-KEY(30:2)
042690         WRITE SEEN-OUT-RECORD
042700     END-IF.
042710 7020-EXIT.
042720     EXIT.
042730*
042740*--------------------------------------------------------------*
042750* 6950-WRITE-EXCEPTION - LIST ONE OUT-OF-RANGE RECORD ON THE   *
042760*                        EXCEPTION-FILE WITH ITS INPUT         *
042770*                        SEQUENCE AND WHICH LIMIT IT BROKE.    *
042780*--------------------------------------------------------------*
042790 6950-WRITE-EXCEPTION.
042800     IF NOT EXCEPTION-OK
042810         GO TO 6950-EXIT
042820     END-IF.
042830     MOVE WRK-SEQ TO EXC-SEQ.
042840     MOVE SPACES TO EXC-RECORD-IMAGE.
042850     MOVE WRK-ACCOUNT TO EXC-RECORD-IMAGE(1:10).
042860     MOVE WRK-BRANCH TO EXC-RECORD-IMAGE(11:4).
042870     MOVE WRK-TRAN-DATE TO EXC-RECORD-IMAGE(15:8).
042880     MOVE WRK-VALUE TO EXC-RECORD-IMAGE(23:7).
042890     MOVE WRK-TYPE-CODE TO EXC-RECORD-IMAGE(30:2).
042900     IF WRK-VALUE < WS-MIN-VALUE
042910         MOVE "BELOW MINIMUM" TO EXC-REASON
042920     ELSE
042930         MOVE "ABOVE MAXIMUM" TO EXC-REASON
042940     END-IF.
042950     WRITE EXCEPTION-RECORD FROM EXC-DETAIL-LINE.
042960 6950-EXIT.
042970     EXIT.
042980*
042990*--------------------------------------------------------------*
043000* 7050-FINISH-REPORT - APPEND THE STATISTICS BLOCK AFTER THE   *
043010*                      REPORT TRAILER AND CLOSE THE REPORT.    *
043020*--------------------------------------------------------------*
043030 7050-FINISH-REPORT.
043040     IF NOT SORT-REPORT-OK
043050         GO TO 7050-EXIT
043060     END-IF.
043070     MOVE SPACES TO SORT-REPORT-RECORD.
043080     WRITE SORT-REPORT-RECORD.
043090     SET STAT-TO-REPORT TO TRUE.
043100     MOVE STAT-HEADING-LINE TO WS-STAT-PRINT-LINE.
043110     PERFORM 6800-WRITE-STAT-LINE THRU 6800-EXIT.
043120     PERFORM 6700-WRITE-STAT-BLOCK THRU 6700-EXIT.
043130     CLOSE SORT-REPORT-FILE.
043140 7050-EXIT.
043150     EXIT.
043160*
043170*--------------------------------------------------------------*
043180* 7100-WRITE-HEADERS - WRITE PAGE HEADINGS, START A NEW PAGE   *
043190*--------------------------------------------------------------*
043200 7100-WRITE-HEADERS.
043210     ADD 1 TO WS-PAGE-COUNT.
043220     MOVE WS-PAGE-COUNT TO RH1-PAGE.
043230     WRITE SORT-REPORT-RECORD FROM RPT-HEADING-1.
043240*
043250     MOVE WS-RUN-MM TO RH2-MM.
043260     MOVE WS-RUN-DD TO RH2-DD.
043270     MOVE WS-RUN-CCYY TO RH2-CCYY.
043280     WRITE SORT-REPORT-RECORD FROM RPT-HEADING-2.
043290     WRITE SORT-REPORT-RECORD FROM RPT-HEADING-3.
043300*
043310     MOVE ZERO TO WS-LINE-COUNT.
043320 7100-EXIT.
043330     EXIT.
043340*
043350*--------------------------------------------------------------*
043360* 7200-WRITE-DETAIL - WRITE ONE SORTED RECORD'S REPORT LINE,   *
043370*                     BREAK PAGE IF THE CURRENT PAGE IS FULL   *
043380*--------------------------------------------------------------*
043390 7200-WRITE-DETAIL.
043400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
043410         PERFORM 7100-WRITE-HEADERS THRU 7100-EXIT
043420     END-IF.
043430     MOVE WRK-ACCOUNT TO RDL-ACCOUNT.
043440     MOVE WRK-BRANCH TO RDL-BRANCH.
043450     MOVE WRK-TRAN-DATE TO WS-TRAN-DATE.
043460     MOVE WS-TRAN-MM TO RDL-MM.
043470     MOVE WS-TRAN-DD TO RDL-DD.
043480     MOVE WS-TRAN-CCYY TO RDL-CCYY.
043490     MOVE WRK-TYPE-CODE TO RDL-TYPE.
043500     MOVE WRK-VALUE TO RDL-VALUE.
043510     IF WRK-DUP-FLAG = "Y"
043520         MOVE "*DUP" TO RDL-DUP-TAG
043530     ELSE
043540         MOVE SPACES TO RDL-DUP-TAG
043550     END-IF.
043560     IF WRK-EXCP-FLAG = "Y"
043570         MOVE "*EXC" TO RDL-EXC-TAG
043580     ELSE
043590         MOVE SPACES TO RDL-EXC-TAG
043600     END-IF.
043610     IF RUN-CONSOLIDATED
043620         MOVE WRK-SOURCE TO RDL-SOURCE
043630     ELSE
043640         MOVE SPACE TO RDL-SOURCE
043650     END-IF.
043660     IF WRK-XDAY-FLAG = "Y"
043670         MOVE "*XDY" TO RDL-XDAY-TAG
043680     ELSE
043690         MOVE SPACES TO RDL-XDAY-TAG
043700     END-IF.
043710     IF WRK-WHS-FLAG = "Y"
043720         MOVE "*WHS" TO RDL-WHS-TAG
043730     ELSE
043740         MOVE SPACES TO RDL-WHS-TAG
043750     END-IF.
043760     WRITE SORT-REPORT-RECORD FROM RPT-DETAIL-LINE.
043770     ADD 1 TO WS-LINE-COUNT.
043780 7200-EXIT.
043790     EXIT.
043800*
043810*--------------------------------------------------------------*
043820* 7300-WAREHOUSE-LISTING - LIST EVERY RECORD STILL PENDING ON  *
043830*                          TONIGHT'S WAREHOUSE IN DUE-DATE     *
043840*                          ORDER, WITH A COUNT AND TOTAL FOR   *
043850*                          EACH DUE DATE AND FOR THE WHOLE     *
043860*                          WAREHOUSE, THEN THE NIGHT'S IN/OUT  *
043870*                          FIGURES. THE CLOSING FIGURES FOR    *
043880*                          RECONCILIATION ARE COUNTED HERE FROM*
043890*                          THE WAREHOUSE ITSELF, SO THE LISTING*
043900*                          RUNS ON EVERY EXECUTION, RESTARTS   *
043910*                          INCLUDED.                           *
043920*--------------------------------------------------------------*
043930 7300-WAREHOUSE-LISTING.
043940     MOVE ZERO TO WS-WHS-CLOSE-COUNT.
043950     MOVE ZERO TO WS-WHS-CLOSE-TOTAL.
043960     OPEN OUTPUT WAREHOUSE-RPT-FILE.
043970     IF WAREHOUSE-RPT-OK
043980         WRITE WAREHOUSE-RPT-RECORD FROM WHS-HEADING-1
043990         MOVE WS-RUN-MM TO RH2-MM
044000         MOVE WS-RUN-DD TO RH2-DD
044010         MOVE WS-RUN-CCYY TO RH2-CCYY
044020         WRITE WAREHOUSE-RPT-RECORD FROM RPT-HEADING-2
044030         WRITE WAREHOUSE-RPT-RECORD FROM WHS-HEADING-3
044040     ELSE
044050         DISPLAY "QUICKSORT - UNABLE TO OPEN WAREHOUSE-RPT-FILE, "
044060             "STATUS = " WAREHOUSE-RPT-STATUS
044070     END-IF.
044080*
044090     SORT SORT-WORK-FILE
044100         ASCENDING KEY SRT-TRAN-DATE
044110         ASCENDING KEY SRT-ACCOUNT
044120         ASCENDING KEY SRT-SEQ
044130         INPUT PROCEDURE IS 7320-RELEASE-PENDING
044140             THRU 7320-EXIT
044150         OUTPUT PROCEDURE IS 7350-LIST-PENDING
044160             THRU 7350-EXIT.
044170*
044180     IF WAREHOUSE-RPT-OK
044190         MOVE WS-WHS-CLOSE-COUNT TO WGT-COUNT
044200         MOVE WS-WHS-CLOSE-TOTAL TO WGT-TOTAL
044210         WRITE WAREHOUSE-RPT-RECORD FROM WHS-GRAND-TOTAL-LINE
044220         MOVE SPACES TO WAREHOUSE-RPT-RECORD
044230         WRITE WAREHOUSE-RPT-RECORD
044240         MOVE "WHSE OPENING: " TO RCN-LABEL
044250         MOVE WS-WHS-OPEN-COUNT TO RCN-COUNT
044260         MOVE WS-WHS-OPEN-TOTAL TO RCN-TOTAL
044270         WRITE WAREHOUSE-RPT-RECORD FROM RECON-DETAIL-LINE
044280         MOVE "WHSE IN:      " TO RCN-LABEL
044290         MOVE WS-WHS-IN-COUNT TO RCN-COUNT
044300         MOVE WS-WHS-IN-TOTAL TO RCN-TOTAL
044310         WRITE WAREHOUSE-RPT-RECORD FROM RECON-DETAIL-LINE
044320         MOVE "WHSE RELEASED:" TO RCN-LABEL
044330         MOVE WS-WHS-REL-COUNT TO RCN-COUNT
044340         MOVE WS-WHS-REL-TOTAL TO RCN-TOTAL
044350         WRITE WAREHOUSE-RPT-RECORD FROM RECON-DETAIL-LINE
044360         MOVE "WHSE CLOSING: " TO RCN-LABEL
044370         MOVE WS-WHS-CLOSE-COUNT TO RCN-COUNT
044380         MOVE WS-WHS-CLOSE-TOTAL TO RCN-TOTAL
044390         WRITE WAREHOUSE-RPT-RECORD FROM RECON-DETAIL-LINE
044400         CLOSE WAREHOUSE-RPT-FILE
044410     END-IF.
044420 7300-EXIT.
044430     EXIT.
044440*
044450*--------------------------------------------------------------*
044460* 7320-RELEASE-PENDING - SORT INPUT PROCEDURE. READ TONIGHT'S  *
044470*                        WAREHOUSE BACK AND RELEASE EVERY      *
044480*                        USABLE PENDING RECORD (NO RELEASE     *
044490*                        DATE) FOR THE DUE-DATE SORT, COUNTING *
044500*                        THE CLOSING FIGURES AS IT GOES. THE   *
044510*                        DATE IT WAS WAREHOUSED RIDES IN THE   *
044520*                        FRONT OF THE SORT KEY FIELD.          *
044530*--------------------------------------------------------------*
044540 7320-RELEASE-PENDING.
044550     OPEN INPUT WAREHOUSE-OUT-FILE.
044560     IF NOT WAREHOUSE-OUT-OK
044570         DISPLAY "QUICKSORT - UNABLE TO REOPEN WAREHOUSE-OUT-"
044580             "FILE, STATUS = " WAREHOUSE-OUT-STATUS
044590         MOVE 16 TO RETURN-CODE
044600         GO TO 7320-EXIT
044610     END-IF.
044620     SET WHS-EOF-NO TO TRUE.
044630     PERFORM 7330-READ-WHSOUT THRU 7330-EXIT.
044640     PERFORM UNTIL WHS-EOF-YES
044650         PERFORM 3660-CHECK-WAREHOUSE THRU 3660-EXIT
044660         IF WHS-REC-VALID AND WHR-RELEASE-DATE = 0
044670             ADD 1 TO WS-WHS-CLOSE-COUNT
044680             ADD WHR-AMOUNT TO WS-WHS-CLOSE-TOTAL
044690             MOVE SPACES TO SRT-KEY
044700             MOVE WHR-IN-DATE TO SRT-KEY(1:8)
044710             MOVE WHR-ACCOUNT TO SRT-ACCOUNT
044720             MOVE WHR-BRANCH TO SRT-BRANCH
044730             MOVE WHR-TRAN-DATE TO SRT-TRAN-DATE
044740             MOVE WHR-AMOUNT TO SRT-VALUE
044750             MOVE WHR-TYPE-CODE TO SRT-TYPE-CODE
044760             MOVE WHR-IN-SEQ TO SRT-SEQ
044770             MOVE WHR-SOURCE TO SRT-SOURCE
044780             MOVE SPACE TO SRT-DC-FLAG
044790             MOVE SPACE TO SRT-XDAY-FLAG
044800             MOVE "Y" TO SRT-WHS-FLAG
044810             RELEASE SORT-WORK-RECORD
044820         END-IF
044830         PERFORM 7330-READ-WHSOUT THRU 7330-EXIT
044840     END-PERFORM.
044850     CLOSE WAREHOUSE-OUT-FILE.
044860 7320-EXIT.
044870     EXIT.
044880*
044890*--------------------------------------------------------------*
044900* 7330-READ-WHSOUT - READ ONE RECORD FROM TONIGHT'S WAREHOUSE  *
044910*                    INTO THE COMMON WAREHOUSE AREA            *
044920*--------------------------------------------------------------*
044930 7330-READ-WHSOUT.
044940     READ WAREHOUSE-OUT-FILE INTO WS-WHS-REC
044950         AT END
044960             SET WHS-EOF-YES TO TRUE
044970     END-READ.
044980 7330-EXIT.
044990     EXIT.
045000*
045010*--------------------------------------------------------------*
045020* 7350-LIST-PENDING - SORT OUTPUT PROCEDURE. ONE LINE PER      *
045030*                     PENDING RECORD IN DUE-DATE ORDER, WITH A *
045040*                     COUNT/TOTAL LINE AT EACH CHANGE OF DUE   *
045050*                     DATE.                                    *
045060*--------------------------------------------------------------*
045070 7350-LIST-PENDING.
045080     MOVE ZERO TO WS-WHS-BREAK-DATE.
045090     MOVE ZERO TO WS-WHS-DUE-COUNT.
045100     MOVE ZERO TO WS-WHS-DUE-TOTAL.
045110     SET SORT-EOF-NO TO TRUE.
045120     PERFORM 5350-RETURN-RECORD THRU 5350-EXIT.
045130     PERFORM UNTIL SORT-EOF-YES
045140         IF SRT-TRAN-DATE NOT = WS-WHS-BREAK-DATE
045150             IF WS-WHS-DUE-COUNT > 0
045160                 PERFORM 7370-WRITE-DUE-TOTAL THRU 7370-EXIT
045170             END-IF
045180             MOVE SRT-TRAN-DATE TO WS-WHS-BREAK-DATE
045190         END-IF
045200         ADD 1 TO WS-WHS-DUE-COUNT
045210         ADD SRT-VALUE TO WS-WHS-DUE-TOTAL
045220         IF WAREHOUSE-RPT-OK
045230             PERFORM 7360-WRITE-PENDING-LINE THRU 7360-EXIT
045240         END-IF
045250         PERFORM 5350-RETURN-RECORD THRU 5350-EXIT
045260     END-PERFORM.
045270     IF WS-WHS-DUE-COUNT > 0
045280         PERFORM 7370-WRITE-DUE-TOTAL THRU 7370-EXIT
045290     END-IF.
045300 7350-EXIT.
045310     EXIT.
045320*
045330*--------------------------------------------------------------*
045340* 7360-WRITE-PENDING-LINE - FORMAT AND WRITE ONE PENDING       *
045350*                           RECORD'S LISTING LINE              *
045360*--------------------------------------------------------------*
045370 7360-WRITE-PENDING-LINE.
045380     MOVE SRT-TRAN-DATE TO WS-TRAN-DATE.
045390     MOVE WS-TRAN-MM TO WDL-DUE-MM.
045400     MOVE WS-TRAN-DD TO WDL-DUE-DD.
045410     MOVE WS-TRAN-CCYY TO WDL-DUE-CCYY.
045420     MOVE SRT-ACCOUNT TO WDL-ACCOUNT.
045430     MOVE SRT-BRANCH TO WDL-BRANCH.
045440     MOVE SRT-TYPE-CODE TO WDL-TYPE.
045450     MOVE SRT-VALUE TO WDL-AMOUNT.
045460     MOVE SRT-KEY(1:8) TO WS-TRAN-DATE.
045470     MOVE WS-TRAN-MM TO WDL-IN-MM.
045480     MOVE WS-TRAN-DD TO WDL-IN-DD.
045490     MOVE WS-TRAN-CCYY TO WDL-IN-CCYY.
045500     MOVE SRT-SOURCE TO WDL-SOURCE.
045510     WRITE WAREHOUSE-RPT-RECORD FROM WHS-DETAIL-LINE.
045520 7360-EXIT.
045530     EXIT.
045540*
045550*--------------------------------------------------------------*
045560* 7370-WRITE-DUE-TOTAL - WRITE THE COUNT/TOTAL LINE FOR THE DUE*
045570*                        DATE JUST FINISHED AND CLEAR THE DUE- *
045580*                        DATE ACCUMULATORS                     *
045590*--------------------------------------------------------------*
045600 7370-WRITE-DUE-TOTAL.
045610     IF WAREHOUSE-RPT-OK
045620         MOVE WS-WHS-BREAK-DATE TO WS-TRAN-DATE
045630         MOVE WS-TRAN-MM TO WDT-MM
045640         MOVE WS-TRAN-DD TO WDT-DD
045650         MOVE WS-TRAN-CCYY TO WDT-CCYY
045660         MOVE WS-WHS-DUE-COUNT TO WDT-COUNT
045670         MOVE WS-WHS-DUE-TOTAL TO WDT-TOTAL
045680         WRITE WAREHOUSE-RPT-RECORD FROM WHS-DUE-TOTAL-LINE
045690         MOVE SPACES TO WAREHOUSE-RPT-RECORD
045700         WRITE WAREHOUSE-RPT-RECORD
045710     END-IF.
045720     MOVE ZERO TO WS-WHS-DUE-COUNT.
045730     MOVE ZERO TO WS-WHS-DUE-TOTAL.
045740 7370-EXIT.
045750     EXIT.
045760*
045770*--------------------------------------------------------------*
045780* 9500-WRITE-AUDIT-TRAIL - APPEND ONE RECORD FOR THIS          *
045790*                          EXECUTION TO THE PERMANENT AUDIT    *
045800*                          TRAIL. THE TRAIL IS EVIDENCE, NOT   *
045810*                          PROCESSING - A BAD OPEN IS          *
045820*                          DISPLAYED BUT DOES NOT CHANGE THE   *
045830*                          RUN'S RETURN-CODE, WHICH HAS        *
045840*                          ALREADY BEEN DECIDED AND IS WHAT    *
045850*                          GETS RECORDED.                      *
045860*--------------------------------------------------------------*
045870 9500-WRITE-AUDIT-TRAIL.
045880     OPEN EXTEND AUDIT-TRAIL-FILE.
045890     IF AUDIT-TRAIL-STATUS = "35"
045900         OPEN OUTPUT AUDIT-TRAIL-FILE
045910     END-IF.
045920     IF NOT AUDIT-TRAIL-OK
045930         DISPLAY "QUICKSORT - UNABLE TO OPEN AUDIT-TRAIL-"
045940             "FILE, STATUS = " AUDIT-TRAIL-STATUS
045950         GO TO 9500-EXIT
045960     END-IF.
045970*
045980     MOVE SPACES TO AUDIT-TRAIL-RECORD.
045990*
046000     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
046010     MOVE WS-RUN-HHMMSS TO AUD-RUN-TIME.
046020     MOVE SORT-DIR-SW TO AUD-SORT-DIR.
046030     MOVE SORT-FIELD-SW TO AUD-SORT-FIELD.
046040     MOVE DUP-MODE-SW TO AUD-DUP-MODE.
046050     MOVE WS-RECON-COUNT-BEFORE TO AUD-ACCEPTED.
046060     MOVE WS-REJECT-COUNT TO AUD-REJECTED.
046070     MOVE WS-RECON-COUNT-AFTER TO AUD-SORTED.
046080     MOVE WS-RECON-TOTAL-BEFORE TO AUD-TOTAL-BEFORE.
046090     MOVE WS-RECON-COUNT-AFTER TO AUD-COUNT-AFTER.
046100     MOVE WS-RECON-TOTAL-AFTER TO AUD-TOTAL-AFTER.
046110     MOVE RETURN-CODE TO AUD-RETURN-CODE.
046120     MOVE WS-RESTART-FLAG TO AUD-RESTART-FLAG.
046130     WRITE AUDIT-TRAIL-RECORD.
046140     CLOSE AUDIT-TRAIL-FILE.
046150 9500-EXIT.
046160     EXIT.
046170*
046180*--------------------------------------------------------------*
046190* 9999-TERMINATE - END OF JOB                                  *
046200*--------------------------------------------------------------*
046210 9999-TERMINATE.
046220     PERFORM 9500-WRITE-AUDIT-TRAIL THRU 9500-EXIT.
046230     STOP RUN.
046240 9999-EXIT.
046250     EXIT.
