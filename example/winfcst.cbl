000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    WINFCST.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - BATCH-WINDOW FORECAST, RUN
000140*                    BEFORE MAIN STARTS THE CONVERSION STEP.
000150*                    MEASURES HISTORICAL THROUGHPUT (IMAGES PER
000160*                    MINUTE) FOR EACH WORKER SETTING FROM RUNHIST
000170*                    (RH-STEP2-ELAPSED OVER RH-IMAGE-COUNT, BY
000180*                    RH-WORKER-COUNT), COUNTS THE IMAGES AND
000190*                    RENDITIONS IN THE PENDING MANIFEST, AND
000200*                    FORECASTS THE STEP'S ELAPSED AND FINISH TIME
000210*                    AT EVERY ALLOWED SETTING AGAINST THE WINDOW
000220*                    END IN WINCFG.  RECOMMENDS THE SMALLEST
000230*                    WORKER COUNT THAT FITS AND RAISES AN ALERTS
000240*                    RECORD (9081) WHEN NONE DOES.  HONOURS THE
000250*                    ENVIRONMENT PROFILE FACILITY (ENV= PARM
000260*                    AGAINST THE ENVPROF FILE).
000270*----------------------------------------------------------------
000280* WINDOW CONFIG LAYOUT (WINCFG, OPTIONAL, FIXED COLUMNS):
000290*   WINDOW END  ( 1-  4)  HHMM THE CONVERSION STEP MUST FINISH BY.
000300*                         AT OR BEFORE THE CURRENT TIME MEANS
000310*                         TOMORROW.  DEFAULT 0600.
000320*   MAX WORKERS ( 6-  7)  HIGHEST WORKER COUNT THE SHIFT ALLOWS,
000330*                         DEFAULT AND CEILING 8 (MAIN'S LIMIT).
000340*   MARGIN      ( 9- 11)  PERCENT ADDED TO EVERY FORECAST, DEFAULT
000350*                         10.
000360*
000370* THROUGHPUT COMES ONLY FROM RUNHIST ROWS THAT CARRY A WORKER
000380* COUNT AND A NON-ZERO STEP 2 ELAPSED TIME AND IMAGE COUNT.  A
000390* SETTING WITH NO HISTORY OF ITS OWN IS SCALED LINEARLY FROM THE
000400* NEAREST MEASURED SETTING (BELOW IT WHEN THERE IS ONE) AND SHOWN
000410* AS SCALED.  THE FORECAST STARTS FROM THE TIME WINFCST RUNS.
000420*----------------------------------------------------------------
000430* Compile this file on its own:
000440*
000450*  $ cobc -x example/winfcst.cbl
000460*
000470* Then execute the binary file:
000480*
000490*  $ ./winfcst
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540*----------------------------------------------------------------
000550*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000560*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000570*----------------------------------------------------------------
000580     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ENVPROF-STATUS.
000610
000620*----------------------------------------------------------------
000630*    RUN HISTORY MASTER - THE RECORD MAIN WRITES AT FINALIZE
000640*----------------------------------------------------------------
000650     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
000660         WS-RUNHIST-FILENAME
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS RH-RUN-ID
000700         FILE STATUS IS WS-RUNHIST-STATUS.
000710
000720*----------------------------------------------------------------
000730*    WORKER CONFIG - THE SETTING THE NEXT RUN WILL USE
000740*----------------------------------------------------------------
000750     SELECT WORKER-CONFIG-FILE ASSIGN TO DYNAMIC
000760         WS-WRKRCFG-FILENAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-WRKRCFG-STATUS.
000790
000800*----------------------------------------------------------------
000810*    WINDOW CONFIG - OPTIONAL, WINDOW END, MAX WORKERS, MARGIN
000820*----------------------------------------------------------------
000830     SELECT WINDOW-CONFIG-FILE ASSIGN TO DYNAMIC
000840         WS-WINCFG-FILENAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-WINCFG-STATUS.
000870
000880*----------------------------------------------------------------
000890*    PENDING IMAGE CONVERSION MANIFEST, AS MANGEN LEFT IT
000900*----------------------------------------------------------------
000910     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC
000920         WS-MANIFEST-FILENAME
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-MANIFEST-STATUS.
000950
000960*----------------------------------------------------------------
000970*    CONVERSION PROFILES - OPTIONAL, SO AN ENTRY NAMING A
000980*    PROFILE GROUP COUNTS AS ALL OF ITS RENDITIONS
000990*----------------------------------------------------------------
001000     SELECT CONVERSION-PROFILE-FILE ASSIGN TO DYNAMIC
001010         WS-CONVPROF-FILENAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-CONVPROF-STATUS.
001040
001050*----------------------------------------------------------------
001060*    OPERATOR ALERTS INTERFACE - APPENDED TO
001070*----------------------------------------------------------------
001080     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001090         WS-ALERTS-FILENAME
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-ALERTS-STATUS.
001120
001130*----------------------------------------------------------------
001140*    FORECAST REPORT
001150*----------------------------------------------------------------
001160     SELECT FORECAST-REPORT-FILE ASSIGN TO DYNAMIC
001170         WS-WINRPT-FILENAME
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-WINRPT-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  ENV-PROFILE-FILE.
001240 01  ENV-PROFILE-RECORD.
001250     05  EV-ENV-NAME                 PIC X(08).
001260     05  FILLER                      PIC X(01).
001270     05  EV-PREFIX                   PIC X(20).
001280
001290 FD  RUN-HISTORY-FILE.
001300 01  RUN-HISTORY-RECORD.
001310     05  RH-RUN-ID                   PIC X(16).
001320     05  RH-START-TIMESTAMP          PIC X(20).
001330     05  RH-END-TIMESTAMP            PIC X(20).
001340     05  RH-STEP1-STATUS             PIC X(08).
001350     05  RH-STEP2-STATUS             PIC X(08).
001360     05  RH-STEP3-STATUS             PIC X(08).
001370     05  RH-WORKER-COUNT             PIC 9(01).
001380     05  RH-STEP2-ELAPSED            PIC 9(07).
001390     05  RH-IMAGE-COUNT              PIC 9(05).
001400     05  RH-IMAGE-SUCCESS            PIC 9(05).
001410     05  RH-SNIPPET-NAME             PIC X(08).
001420     05  RH-PORT                     PIC 9(05).
001430
001440 FD  WORKER-CONFIG-FILE.
001450 01  WORKER-CONFIG-RECORD.
001460     05  WC-WORKER-COUNT             PIC 9(02).
001470
001480 FD  WINDOW-CONFIG-FILE.
001490 01  WINDOW-CONFIG-RECORD.
001500     05  WN-WINDOW-END.
001510         10  WN-END-HH               PIC 9(02).
001520         10  WN-END-MM               PIC 9(02).
001530     05  FILLER                      PIC X(01).
001540     05  WN-MAX-WORKERS              PIC 9(02).
001550     05  FILLER                      PIC X(01).
001560     05  WN-MARGIN-PCT               PIC 9(03).
001570
001580 FD  MANIFEST-FILE.
001590 01  MANIFEST-RECORD.
001600     05  MF-IMAGE-PATH               PIC X(80).
001610     05  MF-OUTPUT-NAME              PIC X(40).
001620     05  FILLER                      PIC X(01).
001630     05  MF-PROFILE-NAME             PIC X(08).
001640
001650 FD  CONVERSION-PROFILE-FILE.
001660 01  CONVERSION-PROFILE-RECORD.
001670     05  CP-PROFILE-NAME             PIC X(08).
001680     05  FILLER                      PIC X(01).
001690     05  CP-GROUP-NAME               PIC X(08).
001700     05  FILLER                      PIC X(118).
001710
001720 FD  ALERTS-FILE.
001730 01  ALERTS-RECORD.
001740     05  AL-TIMESTAMP                PIC X(20).
001750     05  FILLER                      PIC X(01).
001760     05  AL-SEVERITY                 PIC 9(01).
001770     05  FILLER                      PIC X(01).
001780     05  AL-DESTINATION              PIC X(16).
001790     05  FILLER                      PIC X(01).
001800     05  AL-ERROR-CODE               PIC 9(04).
001810     05  FILLER                      PIC X(01).
001820     05  AL-STEP-NAME                PIC X(16).
001830     05  FILLER                      PIC X(01).
001840     05  AL-MESSAGE                  PIC X(60).
001850     05  FILLER                      PIC X(01).
001860     05  AL-RUN-ID                   PIC X(16).
001870
001880 FD  FORECAST-REPORT-FILE.
001890 01  FORECAST-REPORT-RECORD          PIC X(100).
001900
001910 WORKING-STORAGE SECTION.
001920*----------------------------------------------------------------
001930*    FILE STATUS FIELDS
001940*----------------------------------------------------------------
001950 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001960 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
001970 01  WS-WRKRCFG-STATUS               PIC X(02)  VALUE "00".
001980 01  WS-WINCFG-STATUS                PIC X(02)  VALUE "00".
001990 01  WS-MANIFEST-STATUS              PIC X(02)  VALUE "00".
002000 01  WS-CONVPROF-STATUS              PIC X(02)  VALUE "00".
002010 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002020 01  WS-WINRPT-STATUS                PIC X(02)  VALUE "00".
002030
002040*----------------------------------------------------------------
002050*    SWITCHES
002060*----------------------------------------------------------------
002070 77  WS-RUNHIST-AVAILABLE-SW         PIC X(01)  VALUE "N".
002080     88  WS-RUNHIST-AVAILABLE                    VALUE "Y".
002090 77  WS-HISTORY-EOF-SW               PIC X(01)  VALUE "N".
002100     88  WS-HISTORY-EOF                          VALUE "Y".
002110 77  WS-MANIFEST-EOF-SW              PIC X(01)  VALUE "N".
002120     88  WS-MANIFEST-EOF                         VALUE "Y".
002130 77  WS-CONVPROF-EOF-SW              PIC X(01)  VALUE "N".
002140     88  WS-CONVPROF-EOF                         VALUE "Y".
002150 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002160     88  WS-ENVPROF-EOF                          VALUE "Y".
002170 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002180     88  WS-ENV-FOUND                            VALUE "Y".
002190 77  WS-PROFILE-HIT-SW               PIC X(01)  VALUE "N".
002200     88  WS-PROFILE-HIT                          VALUE "Y".
002210
002220*----------------------------------------------------------------
002230*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
002240*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
002250*----------------------------------------------------------------
002260 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002270 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
002280 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
002290 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
002300 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
002310 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
002320 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
002330 01  WS-WRKRCFG-FILENAME             PIC X(80) VALUE "WRKRCFG".
002340 01  WS-WINCFG-FILENAME              PIC X(80) VALUE "WINCFG".
002350 01  WS-MANIFEST-FILENAME            PIC X(80) VALUE "MANIFEST".
002360 01  WS-CONVPROF-FILENAME            PIC X(80) VALUE "CONVPROF".
002370 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
002380 01  WS-WINRPT-FILENAME              PIC X(80) VALUE "WINRPT".
002390
002400*----------------------------------------------------------------
002410*    COUNTERS AND SUBSCRIPTS
002420*----------------------------------------------------------------
002430 77  WS-RUNS-READ                    PIC 9(05)  COMP VALUE ZERO.
002440 77  WS-RUNS-USED                    PIC 9(05)  COMP VALUE ZERO.
002450 77  WS-ENTRY-COUNT                  PIC 9(05)  COMP VALUE ZERO.
002460 77  WS-PENDING-COUNT                PIC 9(05)  COMP VALUE ZERO.
002470 77  WS-REND-COUNT                   PIC 9(02)  COMP VALUE ZERO.
002480 77  WS-PROFILE-COUNT                PIC 9(02)  COMP VALUE ZERO.
002490 77  WS-PROFILE-SUB                  PIC 9(02)  COMP VALUE ZERO.
002500 77  WS-SET-SUB                      PIC 9(02)  COMP VALUE ZERO.
002510 77  WS-NEAR-SUB                     PIC 9(02)  COMP VALUE ZERO.
002520 77  WS-SCAN-SUB                     PIC 9(02)  COMP VALUE ZERO.
002530 77  WS-MEASURED-COUNT               PIC 9(02)  COMP VALUE ZERO.
002540 77  WS-RECOMMENDED                  PIC 9(02)  COMP VALUE ZERO.
002550
002560*----------------------------------------------------------------
002570*    WINDOW SETTINGS AND THE CURRENT WORKER SETTING
002580*----------------------------------------------------------------
002590 01  WS-WINDOW-END-HHMM              PIC 9(04) VALUE 0600.
002600 01  WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END-HHMM.
002610     05  WS-WINDOW-END-HH            PIC 9(02).
002620     05  WS-WINDOW-END-MM            PIC 9(02).
002630 01  WS-MAX-WORKERS                  PIC 9(02) VALUE 8.
002640 01  WS-MARGIN-PCT                   PIC 9(03) VALUE 10.
002650 01  WS-CURRENT-WORKERS              PIC 9(02) VALUE 1.
002660
002670*----------------------------------------------------------------
002680*    CLOCK ARITHMETIC, ALL IN CENTISECONDS AS RH-STEP2-ELAPSED IS
002690*----------------------------------------------------------------
002700 01  WS-TIME-WORK                    PIC 9(08) VALUE ZERO.
002710 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
002720     05  WS-TW-HH                    PIC 9(02).
002730     05  WS-TW-MM                    PIC 9(02).
002740     05  WS-TW-SS                    PIC 9(02).
002750     05  WS-TW-CC                    PIC 9(02).
002760 01  WS-NOW-CS                       PIC 9(08) COMP VALUE ZERO.
002770 01  WS-WINDOW-END-CS                PIC 9(08) COMP VALUE ZERO.
002780 01  WS-AVAILABLE-CS                 PIC 9(08) COMP VALUE ZERO.
002790 01  WS-FINISH-CS                    PIC 9(12) COMP VALUE ZERO.
002800 01  WS-FINISH-DAYS                  PIC 9(04) COMP VALUE ZERO.
002810 01  WS-FINISH-TOD-CS                PIC 9(08) COMP VALUE ZERO.
002820 01  WS-MINUTES                      PIC 9(08) COMP VALUE ZERO.
002830 01  WS-HOURS                        PIC 9(06) COMP VALUE ZERO.
002840 01  WS-MINUTE-OF-HOUR               PIC 9(02) COMP VALUE ZERO.
002850
002860*----------------------------------------------------------------
002870*    ONE ENTRY PER WORKER SETTING 1-8: WHAT RUNHIST SHOWS FOR IT
002880*    AND WHAT THE PENDING MANIFEST WOULD TAKE AT IT
002890*----------------------------------------------------------------
002900 01  WS-SETTING-TABLE.
002910     05  WS-SETTING-ENTRY OCCURS 8 TIMES.
002920         10  WT-RUNS                 PIC 9(05) COMP.
002930         10  WT-IMAGES               PIC 9(09) COMP.
002940         10  WT-SUCCESS              PIC 9(09) COMP.
002950         10  WT-ELAPSED-CS           PIC 9(12) COMP.
002960         10  WT-CS-PER-IMAGE         PIC 9(09)V9(04).
002970         10  WT-BASIS                PIC X(08).
002980         10  WT-FORECAST-CS          PIC 9(12) COMP.
002990         10  WT-FITS-SW              PIC X(01).
003000             88  WT-FITS                         VALUE "Y".
003010
003020*----------------------------------------------------------------
003030*    PROFILE NAMES AND GROUPS, SAME 50-ROW LIMIT AS MAIN
003040*----------------------------------------------------------------
003050 01  WS-PROFILE-TABLE.
003060     05  WS-PROFILE-ENTRY OCCURS 50 TIMES.
003070         10  WP-PROFILE-NAME         PIC X(08).
003080         10  WP-GROUP-NAME           PIC X(08).
003090
003100*----------------------------------------------------------------
003110*    TIMESTAMP WORK AREA
003120*----------------------------------------------------------------
003130 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003140 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003150 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003160
003170*----------------------------------------------------------------
003180*    REPORT WORK FIELDS
003190*----------------------------------------------------------------
003200 01  WS-REPORT-LINE                  PIC X(100) VALUE SPACES.
003210 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
003220 01  WS-WORKERS-DISPLAY              PIC Z9 VALUE ZERO.
003230 01  WS-PCT-DISPLAY                  PIC ZZ9 VALUE ZERO.
003240 01  WS-RATE                         PIC 9(07)V99 VALUE ZERO.
003250 01  WS-HHMM-TEXT.
003260     05  WS-HHMM-HH                  PIC 9(02).
003270     05  FILLER                      PIC X(01) VALUE ":".
003280     05  WS-HHMM-MM                  PIC 9(02).
003290 01  WS-DURATION-TEXT.
003300     05  WS-DURATION-HH              PIC ZZZ9.
003310     05  FILLER                      PIC X(01) VALUE ":".
003320     05  WS-DURATION-MM              PIC 9(02).
003330 01  WS-WINDOW-END-TEXT              PIC X(05) VALUE SPACES.
003340 01  WS-ALERT-MESSAGE                PIC X(60) VALUE SPACES.
003350 01  WS-HEADING-LINE.
003360     05  FILLER                      PIC X(09) VALUE "WORKERS".
003370     05  FILLER                      PIC X(07) VALUE "RUNS".
003380     05  FILLER                      PIC X(11) VALUE "IMAGES/MIN".
003390     05  FILLER                      PIC X(09) VALUE "BASIS".
003400     05  FILLER                      PIC X(09) VALUE "ELAPSED".
003410     05  FILLER                      PIC X(09) VALUE "FINISH".
003420     05  FILLER                      PIC X(05) VALUE "FITS".
003430 01  WS-DETAIL-LINE.
003440     05  FILLER                      PIC X(02) VALUE SPACES.
003450     05  WD-WORKERS                  PIC Z9.
003460     05  FILLER                      PIC X(03) VALUE SPACES.
003470     05  WD-RUNS                     PIC ZZZZ9.
003480     05  FILLER                      PIC X(02) VALUE SPACES.
003490     05  WD-RATE                     PIC ZZZZZZ9.99.
003500     05  FILLER                      PIC X(01) VALUE SPACES.
003510     05  WD-BASIS                    PIC X(08).
003520     05  FILLER                      PIC X(01) VALUE SPACES.
003530     05  WD-ELAPSED                  PIC X(07).
003540     05  FILLER                      PIC X(02) VALUE SPACES.
003550     05  WD-FINISH                   PIC X(05).
003560     05  WD-FINISH-DAY               PIC X(03).
003570     05  FILLER                      PIC X(01) VALUE SPACES.
003580     05  WD-FITS                     PIC X(03).
003590     05  FILLER                      PIC X(02) VALUE SPACES.
003600     05  WD-NOTE                     PIC X(24).
003610
003620 PROCEDURE DIVISION.
003630*================================================================
003640*    0000-MAINLINE
003650*================================================================
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003680     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT
003690     PERFORM 3000-COUNT-PENDING-IMAGES THRU 3000-EXIT
003700     PERFORM 4000-FORECAST-SETTINGS THRU 4000-EXIT
003710     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
003720     PERFORM 9000-FINALIZE THRU 9000-EXIT
003730     STOP RUN.
003740
003750*================================================================
003760*    1000-INITIALIZE - SETTINGS, THE CLOCK, OPEN THE FILES
003770*================================================================
003780 1000-INITIALIZE.
003790     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003800     PERFORM 1100-LOAD-WINDOW-CONFIG THRU 1100-EXIT
003810     PERFORM 1150-LOAD-WORKER-CONFIG THRU 1150-EXIT
003820     PERFORM 1200-LOAD-CONVERSION-PROFILES THRU 1200-EXIT
003830     PERFORM 1300-COMPUTE-AVAILABLE-TIME THRU 1300-EXIT
003840     SET WS-RUNHIST-AVAILABLE TO TRUE
003850     OPEN INPUT RUN-HISTORY-FILE
003860     IF WS-RUNHIST-STATUS NOT = "00"
003870         MOVE "N" TO WS-RUNHIST-AVAILABLE-SW
003880         DISPLAY "WINFCST: RUNHIST UNAVAILABLE, STATUS "
003890                 WS-RUNHIST-STATUS
003900     END-IF
003910     OPEN OUTPUT FORECAST-REPORT-FILE.
003920 1000-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------
003960*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
003970*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
003980*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
003990*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
004000*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
004010*----------------------------------------------------------------
004020 1010-RESOLVE-ENVIRONMENT.
004030     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
004040     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
004050         INTO WS-ENV-TOKEN
004060     END-UNSTRING
004070     IF WS-ENV-TOKEN (1:4) = "ENV="
004080         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
004090         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004100     END-IF
004110     MOVE "RUNHIST" TO WS-BASE-FILENAME
004120     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004130     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
004140     MOVE "WRKRCFG" TO WS-BASE-FILENAME
004150     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004160     MOVE WS-BUILT-FILENAME TO WS-WRKRCFG-FILENAME
004170     MOVE "WINCFG" TO WS-BASE-FILENAME
004180     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004190     MOVE WS-BUILT-FILENAME TO WS-WINCFG-FILENAME
004200     MOVE "MANIFEST" TO WS-BASE-FILENAME
004210     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004220     MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
004230     MOVE "CONVPROF" TO WS-BASE-FILENAME
004240     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004250     MOVE WS-BUILT-FILENAME TO WS-CONVPROF-FILENAME
004260     MOVE "ALERTS" TO WS-BASE-FILENAME
004270     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004280     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME
004290     MOVE "WINRPT" TO WS-BASE-FILENAME
004300     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004310     MOVE WS-BUILT-FILENAME TO WS-WINRPT-FILENAME.
004320 1010-EXIT.
004330     EXIT.
004340
004350 1020-LOAD-ENV-PROFILE.
004360     MOVE "N" TO WS-ENV-FOUND-SW
004370     MOVE "N" TO WS-ENVPROF-EOF-SW
004380     OPEN INPUT ENV-PROFILE-FILE
004390     IF WS-ENVPROF-STATUS NOT = "00"
004400         MOVE "Y" TO WS-ENVPROF-EOF-SW
004410     END-IF
004420     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004430         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004440     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004450         CLOSE ENV-PROFILE-FILE
004460     END-IF
004470     IF WS-ENV-FOUND
004480         DISPLAY "WINFCST: ENVIRONMENT " WS-ENV-NAME
004490                 " - FILE PREFIX " WS-ENV-PREFIX
004500     ELSE
004510         MOVE SPACES TO WS-ENV-PREFIX
004520         STRING WS-ENV-NAME DELIMITED BY SPACE
004530                "."         DELIMITED BY SIZE
004540                INTO WS-ENV-PREFIX
004550         DISPLAY "WINFCST: ENVIRONMENT " WS-ENV-NAME
004560                 " NOT IN ENVPROF - USING PREFIX "
004570                 WS-ENV-PREFIX
004580     END-IF.
004590 1020-EXIT.
004600     EXIT.
004610
004620 1030-READ-ONE-PROFILE.
004630     READ ENV-PROFILE-FILE
004640         AT END
004650             MOVE "Y" TO WS-ENVPROF-EOF-SW
004660     END-READ
004670     IF WS-ENVPROF-EOF
004680         GO TO 1030-EXIT
004690     END-IF
004700     IF ENV-PROFILE-RECORD = SPACES
004710         OR EV-ENV-NAME (1:1) = "*"
004720         GO TO 1030-EXIT
004730     END-IF
004740     IF EV-ENV-NAME = WS-ENV-NAME
004750         SET WS-ENV-FOUND TO TRUE
004760         MOVE EV-PREFIX TO WS-ENV-PREFIX
004770     END-IF.
004780 1030-EXIT.
004790     EXIT.
004800
004810 1050-BUILD-ONE-FILENAME.
004820     MOVE SPACES TO WS-BUILT-FILENAME
004830     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
004840            WS-BASE-FILENAME DELIMITED BY SPACE
004850            INTO WS-BUILT-FILENAME.
004860 1050-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900*    1100 - WINCFG.  EACH FIELD IS TAKEN ONLY WHEN IT IS VALID;
004910*    ANYTHING ELSE KEEPS ITS DEFAULT.
004920*----------------------------------------------------------------
004930 1100-LOAD-WINDOW-CONFIG.
004940     OPEN INPUT WINDOW-CONFIG-FILE
004950     IF WS-WINCFG-STATUS NOT = "00"
004960         GO TO 1100-EXIT
004970     END-IF
004980     READ WINDOW-CONFIG-FILE
004990         AT END CONTINUE
005000     END-READ
005010     IF WS-WINCFG-STATUS NOT = "00"
005020         CLOSE WINDOW-CONFIG-FILE
005030         GO TO 1100-EXIT
005040     END-IF
005050     IF WN-END-HH IS NUMERIC AND WN-END-MM IS NUMERIC
005060         AND WN-END-HH < 24 AND WN-END-MM < 60
005070         MOVE WN-WINDOW-END TO WS-WINDOW-END-HHMM
005080     END-IF
005090     IF WN-MAX-WORKERS IS NUMERIC
005100         AND WN-MAX-WORKERS > ZERO
005110         AND WN-MAX-WORKERS NOT > 8
005120         MOVE WN-MAX-WORKERS TO WS-MAX-WORKERS
005130     END-IF
005140     IF WN-MARGIN-PCT IS NUMERIC
005150         MOVE WN-MARGIN-PCT TO WS-MARGIN-PCT
005160     END-IF
005170     CLOSE WINDOW-CONFIG-FILE.
005180 1100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220*    1150 - WRKRCFG, READ AND CLAMPED EXACTLY AS MAIN DOES
005230*----------------------------------------------------------------
005240 1150-LOAD-WORKER-CONFIG.
005250     OPEN INPUT WORKER-CONFIG-FILE
005260     IF WS-WRKRCFG-STATUS NOT = "00"
005270         GO TO 1150-EXIT
005280     END-IF
005290     READ WORKER-CONFIG-FILE
005300         AT END CONTINUE
005310     END-READ
005320     IF WS-WRKRCFG-STATUS = "00"
005330         AND WC-WORKER-COUNT IS NUMERIC
005340         AND WC-WORKER-COUNT > ZERO
005350         IF WC-WORKER-COUNT > 8
005360             MOVE 8 TO WS-CURRENT-WORKERS
005370         ELSE
005380             MOVE WC-WORKER-COUNT TO WS-CURRENT-WORKERS
005390         END-IF
005400     END-IF
005410     CLOSE WORKER-CONFIG-FILE.
005420 1150-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460*    1200/1210 - PROFILE NAMES AND GROUPS FROM CONVPROF.  A
005470*    MISSING CONVPROF LEAVES THE TABLE EMPTY AND EVERY ENTRY
005480*    COUNTS AS ONE CONVERSION.
005490*----------------------------------------------------------------
005500 1200-LOAD-CONVERSION-PROFILES.
005510     MOVE ZERO TO WS-PROFILE-COUNT
005520     MOVE "N"  TO WS-CONVPROF-EOF-SW
005530     OPEN INPUT CONVERSION-PROFILE-FILE
005540     IF WS-CONVPROF-STATUS NOT = "00"
005550         GO TO 1200-EXIT
005560     END-IF
005570     PERFORM 1210-LOAD-ONE-PROFILE THRU 1210-EXIT
005580         UNTIL WS-CONVPROF-EOF
005590     CLOSE CONVERSION-PROFILE-FILE.
005600 1200-EXIT.
005610     EXIT.
005620
005630 1210-LOAD-ONE-PROFILE.
005640     READ CONVERSION-PROFILE-FILE
005650         AT END
005660             MOVE "Y" TO WS-CONVPROF-EOF-SW
005670     END-READ
005680     IF WS-CONVPROF-EOF
005690         GO TO 1210-EXIT
005700     END-IF
005710     IF CONVERSION-PROFILE-RECORD = SPACES
005720         OR CP-PROFILE-NAME (1:1) = "*"
005730         OR CP-PROFILE-NAME = SPACES
005740         GO TO 1210-EXIT
005750     END-IF
005760     IF WS-PROFILE-COUNT = 50
005770         MOVE "Y" TO WS-CONVPROF-EOF-SW
005780         GO TO 1210-EXIT
005790     END-IF
005800     ADD 1 TO WS-PROFILE-COUNT
005810     MOVE CP-PROFILE-NAME TO WP-PROFILE-NAME (WS-PROFILE-COUNT)
005820     MOVE CP-GROUP-NAME   TO WP-GROUP-NAME (WS-PROFILE-COUNT).
005830 1210-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870*    1300 - TIME LEFT IN THE WINDOW FROM NOW.  A WINDOW END AT OR
005880*    BEFORE THE CURRENT TIME IS TOMORROW'S.
005890*----------------------------------------------------------------
005900 1300-COMPUTE-AVAILABLE-TIME.
005910     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
005920     MOVE WS-TS-TIME TO WS-TIME-WORK
005930     COMPUTE WS-NOW-CS =
005940         ((WS-TW-HH * 60 + WS-TW-MM) * 60 + WS-TW-SS) * 100
005950         + WS-TW-CC
005960     END-COMPUTE
005970     COMPUTE WS-WINDOW-END-CS =
005980         (WS-WINDOW-END-HH * 60 + WS-WINDOW-END-MM) * 6000
005990     END-COMPUTE
006000     IF WS-WINDOW-END-CS > WS-NOW-CS
006010         COMPUTE WS-AVAILABLE-CS = WS-WINDOW-END-CS - WS-NOW-CS
006020         END-COMPUTE
006030     ELSE
006040         COMPUTE WS-AVAILABLE-CS =
006050             WS-WINDOW-END-CS + 8640000 - WS-NOW-CS
006060         END-COMPUTE
006070     END-IF
006080     MOVE WS-WINDOW-END-HH TO WS-HHMM-HH
006090     MOVE WS-WINDOW-END-MM TO WS-HHMM-MM
006100     MOVE WS-HHMM-TEXT TO WS-WINDOW-END-TEXT.
006110 1300-EXIT.
006120     EXIT.
006130
006140 1650-BUILD-TIMESTAMP.
006150     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
006160     ACCEPT WS-TS-TIME FROM TIME
006170     STRING WS-TS-DATE   DELIMITED BY SIZE
006180            "-"          DELIMITED BY SIZE
006190            WS-TS-TIME   DELIMITED BY SIZE
006200            INTO WS-CURRENT-TIMESTAMP.
006210 1650-EXIT.
006220     EXIT.
006230
006240*================================================================
006250*    2000-LOAD-RUN-HISTORY - ACCUMULATE IMAGES AND STEP 2 TIME
006260*    PER WORKER SETTING OVER EVERY USABLE RUNHIST ROW
006270*================================================================
006280 2000-LOAD-RUN-HISTORY.
006290     INITIALIZE WS-SETTING-TABLE
006300     IF NOT WS-RUNHIST-AVAILABLE
006310         GO TO 2000-EXIT
006320     END-IF
006330     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
006340         UNTIL WS-HISTORY-EOF.
006350 2000-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------
006390*    2100 - ROWS WRITTEN BEFORE RUNHIST CARRIED THE WORKER COUNT,
006400*    AND RUNS WHOSE CONVERSION STEP DID NOT RUN, ARE PASSED OVER
006410*----------------------------------------------------------------
006420 2100-READ-ONE-RUN.
006430     READ RUN-HISTORY-FILE NEXT RECORD
006440         AT END
006450             MOVE "Y" TO WS-HISTORY-EOF-SW
006460     END-READ
006470     IF WS-HISTORY-EOF
006480         GO TO 2100-EXIT
006490     END-IF
006500     ADD 1 TO WS-RUNS-READ
006510     IF RH-WORKER-COUNT IS NOT NUMERIC
006520         OR RH-WORKER-COUNT = ZERO
006530         OR RH-WORKER-COUNT > 8
006540         GO TO 2100-EXIT
006550     END-IF
006560     IF RH-STEP2-ELAPSED IS NOT NUMERIC
006570         OR RH-STEP2-ELAPSED = ZERO
006580         OR RH-IMAGE-COUNT IS NOT NUMERIC
006590         OR RH-IMAGE-COUNT = ZERO
006600         GO TO 2100-EXIT
006610     END-IF
006620     ADD 1 TO WS-RUNS-USED
006630     MOVE RH-WORKER-COUNT TO WS-SET-SUB
006640     ADD 1                TO WT-RUNS (WS-SET-SUB)
006650     ADD RH-IMAGE-COUNT   TO WT-IMAGES (WS-SET-SUB)
006660     ADD RH-STEP2-ELAPSED TO WT-ELAPSED-CS (WS-SET-SUB)
006670     IF RH-IMAGE-SUCCESS IS NUMERIC
006680         ADD RH-IMAGE-SUCCESS TO WT-SUCCESS (WS-SET-SUB)
006690     END-IF.
006700 2100-EXIT.
006710     EXIT.
006720
006730*================================================================
006740*    3000-COUNT-PENDING-IMAGES - EVERY MANIFEST ENTRY COUNTS AS
006750*    MANY CONVERSIONS AS MAIN WILL RUN FOR IT: ONE, OR ONE PER
006760*    PROFILE IN THE GROUP IT NAMES (A PROFILE NAME WINS OVER A
006770*    GROUP OF THE SAME NAME), UP TO MAIN'S 20 RENDITIONS
006780*================================================================
006790 3000-COUNT-PENDING-IMAGES.
006800     OPEN INPUT MANIFEST-FILE
006810     IF WS-MANIFEST-STATUS NOT = "00"
006820         DISPLAY "WINFCST: MANIFEST NOT FOUND - NOTHING PENDING"
006830         GO TO 3000-EXIT
006840     END-IF
006850     PERFORM 3100-COUNT-ONE-ENTRY THRU 3100-EXIT
006860         UNTIL WS-MANIFEST-EOF
006870     CLOSE MANIFEST-FILE.
006880 3000-EXIT.
006890     EXIT.
006900
006910 3100-COUNT-ONE-ENTRY.
006920     READ MANIFEST-FILE
006930         AT END
006940             MOVE "Y" TO WS-MANIFEST-EOF-SW
006950     END-READ
006960     IF WS-MANIFEST-EOF
006970         GO TO 3100-EXIT
006980     END-IF
006990     IF MANIFEST-RECORD = SPACES
007000         GO TO 3100-EXIT
007010     END-IF
007020     ADD 1 TO WS-ENTRY-COUNT
007030     IF MF-PROFILE-NAME = SPACES
007040         ADD 1 TO WS-PENDING-COUNT
007050         GO TO 3100-EXIT
007060     END-IF
007070     MOVE "N"  TO WS-PROFILE-HIT-SW
007080     MOVE ZERO TO WS-REND-COUNT
007090     PERFORM 3110-MATCH-PROFILE-NAME THRU 3110-EXIT
007100         VARYING WS-PROFILE-SUB FROM 1 BY 1
007110         UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
007120            OR WS-PROFILE-HIT
007130     IF WS-PROFILE-HIT
007140         ADD 1 TO WS-PENDING-COUNT
007150         GO TO 3100-EXIT
007160     END-IF
007170     PERFORM 3120-MATCH-PROFILE-GROUP THRU 3120-EXIT
007180         VARYING WS-PROFILE-SUB FROM 1 BY 1
007190         UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
007200     IF WS-REND-COUNT = ZERO
007210         MOVE 1 TO WS-REND-COUNT
007220     END-IF
007230     IF WS-REND-COUNT > 20
007240         MOVE 20 TO WS-REND-COUNT
007250     END-IF
007260     ADD WS-REND-COUNT TO WS-PENDING-COUNT.
007270 3100-EXIT.
007280     EXIT.
007290
007300 3110-MATCH-PROFILE-NAME.
007310     IF WP-PROFILE-NAME (WS-PROFILE-SUB) = MF-PROFILE-NAME
007320         SET WS-PROFILE-HIT TO TRUE
007330     END-IF.
007340 3110-EXIT.
007350     EXIT.
007360
007370 3120-MATCH-PROFILE-GROUP.
007380     IF WP-GROUP-NAME (WS-PROFILE-SUB) = MF-PROFILE-NAME
007390         ADD 1 TO WS-REND-COUNT
007400     END-IF.
007410 3120-EXIT.
007420     EXIT.
007430
007440*================================================================
007450*    4000-FORECAST-SETTINGS - TIME PER IMAGE FOR EVERY ALLOWED
007460*    SETTING, THE STEP'S FORECAST ELAPSED TIME WITH THE MARGIN
007470*    ADDED, AND THE SMALLEST SETTING THAT FINISHES IN THE WINDOW
007480*================================================================
007490 4000-FORECAST-SETTINGS.
007500     MOVE ZERO TO WS-MEASURED-COUNT
007510     PERFORM 4100-MEASURE-ONE-SETTING THRU 4100-EXIT
007520         VARYING WS-SET-SUB FROM 1 BY 1
007530         UNTIL WS-SET-SUB > 8
007540     IF WS-MEASURED-COUNT = ZERO
007550         GO TO 4000-EXIT
007560     END-IF
007570     MOVE ZERO TO WS-RECOMMENDED
007580     PERFORM 4200-FORECAST-ONE-SETTING THRU 4200-EXIT
007590         VARYING WS-SET-SUB FROM 1 BY 1
007600         UNTIL WS-SET-SUB > WS-MAX-WORKERS.
007610 4000-EXIT.
007620     EXIT.
007630
007640 4100-MEASURE-ONE-SETTING.
007650     IF WT-RUNS (WS-SET-SUB) = ZERO
007660         MOVE "NONE" TO WT-BASIS (WS-SET-SUB)
007670         GO TO 4100-EXIT
007680     END-IF
007690     ADD 1 TO WS-MEASURED-COUNT
007700     MOVE "HISTORY" TO WT-BASIS (WS-SET-SUB)
007710     COMPUTE WT-CS-PER-IMAGE (WS-SET-SUB) ROUNDED =
007720         WT-ELAPSED-CS (WS-SET-SUB) / WT-IMAGES (WS-SET-SUB)
007730     END-COMPUTE.
007740 4100-EXIT.
007750     EXIT.
007760
007770 4200-FORECAST-ONE-SETTING.
007780     IF WT-RUNS (WS-SET-SUB) = ZERO
007790         PERFORM 4300-SCALE-ONE-SETTING THRU 4300-EXIT
007800     END-IF
007810     COMPUTE WT-FORECAST-CS (WS-SET-SUB) ROUNDED =
007820         WS-PENDING-COUNT * WT-CS-PER-IMAGE (WS-SET-SUB)
007830         * (100 + WS-MARGIN-PCT) / 100
007840     END-COMPUTE
007850     MOVE "N" TO WT-FITS-SW (WS-SET-SUB)
007860     IF WT-FORECAST-CS (WS-SET-SUB) NOT > WS-AVAILABLE-CS
007870         SET WT-FITS (WS-SET-SUB) TO TRUE
007880         IF WS-RECOMMENDED = ZERO
007890             MOVE WS-SET-SUB TO WS-RECOMMENDED
007900         END-IF
007910     END-IF.
007920 4200-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------------
007960*    4300/4310/4320 - A SETTING WITH NO HISTORY TAKES THE TIME
007970*    PER IMAGE OF THE NEAREST MEASURED SETTING BELOW IT (ELSE
007980*    ABOVE IT), SCALED BY THE RATIO OF THE WORKER COUNTS
007990*----------------------------------------------------------------
008000 4300-SCALE-ONE-SETTING.
008010     MOVE ZERO TO WS-NEAR-SUB
008020     PERFORM 4310-LOOK-BELOW THRU 4310-EXIT
008030         VARYING WS-SCAN-SUB FROM 1 BY 1
008040         UNTIL WS-SCAN-SUB NOT < WS-SET-SUB
008050     IF WS-NEAR-SUB = ZERO
008060         PERFORM 4320-LOOK-ABOVE THRU 4320-EXIT
008070             VARYING WS-SCAN-SUB FROM 8 BY -1
008080             UNTIL WS-SCAN-SUB NOT > WS-SET-SUB
008090     END-IF
008100     MOVE "SCALED" TO WT-BASIS (WS-SET-SUB)
008110     COMPUTE WT-CS-PER-IMAGE (WS-SET-SUB) ROUNDED =
008120         WT-CS-PER-IMAGE (WS-NEAR-SUB) * WS-NEAR-SUB / WS-SET-SUB
008130     END-COMPUTE.
008140 4300-EXIT.
008150     EXIT.
008160
008170 4310-LOOK-BELOW.
008180     IF WT-RUNS (WS-SCAN-SUB) > ZERO
008190         MOVE WS-SCAN-SUB TO WS-NEAR-SUB
008200     END-IF.
008210 4310-EXIT.
008220     EXIT.
008230
008240 4320-LOOK-ABOVE.
008250     IF WT-RUNS (WS-SCAN-SUB) > ZERO
008260         MOVE WS-SCAN-SUB TO WS-NEAR-SUB
008270     END-IF.
008280 4320-EXIT.
008290     EXIT.
008300
008310*================================================================
008320*    5000-WRITE-REPORT - THE INPUTS, ONE LINE PER ALLOWED
008330*    SETTING, AND THE RECOMMENDATION.  NO SETTING FITTING RAISES
008340*    THE 9081 ALERT FOR THE SHIFT.
008350*================================================================
008360 5000-WRITE-REPORT.
008370     MOVE SPACES TO WS-REPORT-LINE
008380     STRING "BATCH WINDOW FORECAST  " DELIMITED BY SIZE
008390            WS-CURRENT-TIMESTAMP      DELIMITED BY SIZE
008400            INTO WS-REPORT-LINE
008410     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008420     MOVE SPACES TO WS-REPORT-LINE
008430     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008440     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
008450     MOVE SPACES TO WS-REPORT-LINE
008460     STRING "MANIFEST ENTRIES . . . . : " DELIMITED BY SIZE
008470            WS-COUNT-DISPLAY              DELIMITED BY SIZE
008480            INTO WS-REPORT-LINE
008490     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008500     MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
008510     MOVE SPACES TO WS-REPORT-LINE
008520     STRING "CONVERSIONS PENDING  . . : " DELIMITED BY SIZE
008530            WS-COUNT-DISPLAY              DELIMITED BY SIZE
008540            INTO WS-REPORT-LINE
008550     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008560     MOVE WS-AVAILABLE-CS TO WS-FINISH-CS
008570     PERFORM 5300-FORMAT-DURATION THRU 5300-EXIT
008580     MOVE SPACES TO WS-REPORT-LINE
008590     STRING "WINDOW ENDS  . . . . . . : " DELIMITED BY SIZE
008600            WS-WINDOW-END-TEXT            DELIMITED BY SIZE
008610            "  (TIME LEFT "               DELIMITED BY SIZE
008620            WS-DURATION-TEXT              DELIMITED BY SIZE
008630            ")"                           DELIMITED BY SIZE
008640            INTO WS-REPORT-LINE
008650     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008660     MOVE WS-CURRENT-WORKERS TO WS-WORKERS-DISPLAY
008670     MOVE SPACES TO WS-REPORT-LINE
008680     STRING "WRKRCFG WORKERS  . . . . : " DELIMITED BY SIZE
008690            WS-WORKERS-DISPLAY            DELIMITED BY SIZE
008700            INTO WS-REPORT-LINE
008710     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008720     MOVE WS-MAX-WORKERS TO WS-WORKERS-DISPLAY
008730     MOVE WS-MARGIN-PCT TO WS-PCT-DISPLAY
008740     MOVE SPACES TO WS-REPORT-LINE
008750     STRING "ALLOWED WORKERS  . . . . : 1 -" DELIMITED BY SIZE
008760            WS-WORKERS-DISPLAY               DELIMITED BY SIZE
008770            "  MARGIN "                      DELIMITED BY SIZE
008780            WS-PCT-DISPLAY                   DELIMITED BY SIZE
008790            "%"                              DELIMITED BY SIZE
008800            INTO WS-REPORT-LINE
008810     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008820     MOVE WS-RUNS-USED TO WS-COUNT-DISPLAY
008830     MOVE SPACES TO WS-REPORT-LINE
008840     STRING "RUNHIST ROWS MEASURED  . : " DELIMITED BY SIZE
008850            WS-COUNT-DISPLAY              DELIMITED BY SIZE
008860            INTO WS-REPORT-LINE
008870     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008880     MOVE SPACES TO WS-REPORT-LINE
008890     PERFORM 5900-PUT-LINE THRU 5900-EXIT
008900     IF WS-PENDING-COUNT = ZERO
008910         MOVE "NOTHING PENDING - NO FORECAST NEEDED"
008920             TO WS-REPORT-LINE
008930         PERFORM 5900-PUT-LINE THRU 5900-EXIT
008940         GO TO 5000-EXIT
008950     END-IF
008960     IF WS-MEASURED-COUNT = ZERO
008970         MOVE SPACES TO WS-REPORT-LINE
008980         STRING "NO RUNHIST ROW CARRIES A WORKER COUNT - "
008990                                          DELIMITED BY SIZE
009000                "NO FORECAST"             DELIMITED BY SIZE
009010                INTO WS-REPORT-LINE
009020         PERFORM 5900-PUT-LINE THRU 5900-EXIT
009030         GO TO 5000-EXIT
009040     END-IF
009050     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
009060     PERFORM 5900-PUT-LINE THRU 5900-EXIT
009070     PERFORM 5100-WRITE-ONE-SETTING THRU 5100-EXIT
009080         VARYING WS-SET-SUB FROM 1 BY 1
009090         UNTIL WS-SET-SUB > WS-MAX-WORKERS
009100     MOVE SPACES TO WS-REPORT-LINE
009110     PERFORM 5900-PUT-LINE THRU 5900-EXIT
009120     IF WS-RECOMMENDED = ZERO
009130         MOVE SPACES TO WS-REPORT-LINE
009140         STRING "NO ALLOWED WORKER SETTING FITS THE WINDOW - "
009150                                          DELIMITED BY SIZE
009160                "SPLIT THE MANIFEST"      DELIMITED BY SIZE
009170                INTO WS-REPORT-LINE
009180         PERFORM 5900-PUT-LINE THRU 5900-EXIT
009190         PERFORM 5500-RAISE-OVERRUN-ALERT THRU 5500-EXIT
009200         GO TO 5000-EXIT
009210     END-IF
009220     MOVE WS-RECOMMENDED TO WS-WORKERS-DISPLAY
009230     MOVE SPACES TO WS-REPORT-LINE
009240     STRING "RECOMMENDED WORKERS  . . : " DELIMITED BY SIZE
009250            WS-WORKERS-DISPLAY            DELIMITED BY SIZE
009260            INTO WS-REPORT-LINE
009270     PERFORM 5900-PUT-LINE THRU 5900-EXIT
009280     IF WS-CURRENT-WORKERS < WS-RECOMMENDED
009290         MOVE SPACES TO WS-REPORT-LINE
009300         STRING "WRKRCFG IS BELOW THE RECOMMENDATION - "
009310                                          DELIMITED BY SIZE
009320                "THE RUN WILL OVERRUN"    DELIMITED BY SIZE
009330                INTO WS-REPORT-LINE
009340         PERFORM 5900-PUT-LINE THRU 5900-EXIT
009350     END-IF.
009360 5000-EXIT.
009370     EXIT.
009380
009390 5100-WRITE-ONE-SETTING.
009400     MOVE WS-SET-SUB TO WD-WORKERS
009410     MOVE WT-RUNS (WS-SET-SUB) TO WD-RUNS
009420     COMPUTE WS-RATE ROUNDED = 6000 / WT-CS-PER-IMAGE (WS-SET-SUB)
009430         ON SIZE ERROR
009440             MOVE ZERO TO WS-RATE
009450     END-COMPUTE
009460     MOVE WS-RATE TO WD-RATE
009470     MOVE WT-BASIS (WS-SET-SUB) TO WD-BASIS
009480     MOVE WT-FORECAST-CS (WS-SET-SUB) TO WS-FINISH-CS
009490     PERFORM 5300-FORMAT-DURATION THRU 5300-EXIT
009500     MOVE WS-DURATION-TEXT TO WD-ELAPSED
009510     COMPUTE WS-FINISH-CS =
009520         WS-NOW-CS + WT-FORECAST-CS (WS-SET-SUB)
009530     END-COMPUTE
009540     PERFORM 5400-FORMAT-FINISH THRU 5400-EXIT
009550     IF WT-FITS (WS-SET-SUB)
009560         MOVE "YES" TO WD-FITS
009570     ELSE
009580         MOVE "NO " TO WD-FITS
009590     END-IF
009600     MOVE SPACES TO WD-NOTE
009610     IF WS-SET-SUB = WS-RECOMMENDED
009620         MOVE "RECOMMENDED" TO WD-NOTE
009630     END-IF
009640     IF WS-SET-SUB = WS-CURRENT-WORKERS
009650         IF WD-NOTE = SPACES
009660             MOVE "WRKRCFG" TO WD-NOTE
009670         ELSE
009680             MOVE "RECOMMENDED, WRKRCFG" TO WD-NOTE
009690         END-IF
009700     END-IF
009710     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
009720     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
009730 5100-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770*    5300 - CENTISECONDS IN WS-FINISH-CS AS H:MM, ROUNDED UP TO
009780*    THE MINUTE
009790*----------------------------------------------------------------
009800 5300-FORMAT-DURATION.
009810     COMPUTE WS-MINUTES = (WS-FINISH-CS + 5999) / 6000
009820     END-COMPUTE
009830     DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS
009840         REMAINDER WS-MINUTE-OF-HOUR
009850     END-DIVIDE
009860     MOVE WS-HOURS TO WS-DURATION-HH
009870     MOVE WS-MINUTE-OF-HOUR TO WS-DURATION-MM.
009880 5300-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920*    5400 - CLOCK TIME OF DAY FOR WS-FINISH-CS, WITH +N FOR EACH
009930*    MIDNIGHT CROSSED
009940*----------------------------------------------------------------
009950 5400-FORMAT-FINISH.
009960     DIVIDE WS-FINISH-CS BY 8640000 GIVING WS-FINISH-DAYS
009970         REMAINDER WS-FINISH-TOD-CS
009980     END-DIVIDE
009990     COMPUTE WS-MINUTES = WS-FINISH-TOD-CS / 6000
010000     END-COMPUTE
010010     DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS
010020         REMAINDER WS-MINUTE-OF-HOUR
010030     END-DIVIDE
010040     MOVE WS-HOURS          TO WS-HHMM-HH
010050     MOVE WS-MINUTE-OF-HOUR TO WS-HHMM-MM
010060     MOVE WS-HHMM-TEXT      TO WD-FINISH
010070     MOVE SPACES            TO WD-FINISH-DAY
010080     IF WS-FINISH-DAYS > ZERO
010090         IF WS-FINISH-DAYS > 9
010100             MOVE "+9" TO WD-FINISH-DAY
010110         ELSE
010120             MOVE "+"  TO WD-FINISH-DAY (1:1)
010130             MOVE WS-FINISH-DAYS TO WS-WORKERS-DISPLAY
010140             MOVE WS-WORKERS-DISPLAY (2:1) TO WD-FINISH-DAY (2:1)
010150         END-IF
010160     END-IF.
010170 5400-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------
010210*    5500 - ONE ALERTS RECORD FOR THE SHIFT, IN MAIN'S LAYOUT.
010220*    THERE IS NO RUN YET, SO THE RUN ID IS BLANK.
010230*----------------------------------------------------------------
010240 5500-RAISE-OVERRUN-ALERT.
010250     MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
010260     MOVE WS-MAX-WORKERS   TO WS-WORKERS-DISPLAY
010270     MOVE SPACES TO WS-ALERT-MESSAGE
010280     STRING "PENDING "               DELIMITED BY SIZE
010290            WS-COUNT-DISPLAY         DELIMITED BY SIZE
010300            " IMAGES OVERRUN WINDOW " DELIMITED BY SIZE
010310            WS-WINDOW-END-TEXT       DELIMITED BY SIZE
010320            " EVEN AT"               DELIMITED BY SIZE
010330            WS-WORKERS-DISPLAY       DELIMITED BY SIZE
010340            " WORKERS"               DELIMITED BY SIZE
010350            INTO WS-ALERT-MESSAGE
010360     OPEN EXTEND ALERTS-FILE
010370     IF WS-ALERTS-STATUS NOT = "00"
010380         OPEN OUTPUT ALERTS-FILE
010390     END-IF
010400     IF WS-ALERTS-STATUS NOT = "00"
010410         DISPLAY "WINFCST: ALERTS UNAVAILABLE, STATUS "
010420                 WS-ALERTS-STATUS
010430         GO TO 5500-EXIT
010440     END-IF
010450     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
010460     MOVE SPACES               TO ALERTS-RECORD
010470     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
010480     MOVE 2                    TO AL-SEVERITY
010490     MOVE "OPERATIONS"         TO AL-DESTINATION
010500     MOVE 9081                 TO AL-ERROR-CODE
010510     MOVE "WINFCST"            TO AL-STEP-NAME
010520     MOVE WS-ALERT-MESSAGE     TO AL-MESSAGE
010530     MOVE SPACES               TO AL-RUN-ID
010540     WRITE ALERTS-RECORD
010550     CLOSE ALERTS-FILE
010560     DISPLAY "WINFCST: 9081 " WS-ALERT-MESSAGE.
010570 5500-EXIT.
010580     EXIT.
010590
010600 5900-PUT-LINE.
010610     WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE.
010620 5900-EXIT.
010630     EXIT.
010640
010650*================================================================
010660*    9000-FINALIZE - CLOSE THE FILES, ECHO THE OUTCOME
010670*================================================================
010680 9000-FINALIZE.
010690     IF WS-RUNHIST-AVAILABLE
010700         CLOSE RUN-HISTORY-FILE
010710     END-IF
010720     CLOSE FORECAST-REPORT-FILE
010730     DISPLAY "WINFCST: CONVERSIONS PENDING . : " WS-PENDING-COUNT
010740     DISPLAY "WINFCST: RUNHIST ROWS MEASURED : " WS-RUNS-USED
010750     IF WS-RECOMMENDED > ZERO
010760         DISPLAY "WINFCST: RECOMMENDED WORKERS . : "
010770                 WS-RECOMMENDED
010780     END-IF.
010790 9000-EXIT.
010800     EXIT.
