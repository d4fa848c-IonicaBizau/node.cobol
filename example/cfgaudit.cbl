000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    CFGAUDIT.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - CONTROL-FILE AUDIT.
000140*                    CHECKS EVERY SUITE CONTROL FILE AGAINST THE
000150*                    RULES OF THE PROGRAM THAT READS IT AND LISTS
000160*                    EACH AS PRESENT, MISSING-DEFAULTED OR
000170*                    INVALID, WITH ONE LINE PER PROBLEM FOUND.
000180*                    EVERY VALUE IS ALSO SNAPSHOT: THE FIRST RUN
000190*                    (OR A BASELINE PARM) SAVES THE SNAPSHOT AS
000200*                    THE CFGBASE BASELINE, AND LATER RUNS REPORT
000210*                    EVERY VALUE ADDED, CHANGED OR REMOVED SINCE
000220*                    IT.  HONOURS THE ENVIRONMENT PROFILE FACILITY
000230*                    (ENV= PARM AGAINST THE ENVPROF FILE).
000240*   2026-10-15  DO   ALSO CHECKS BKUPCFG, THE MSTBKUP GENERATIONS
000250*                    KEPT.
000260*   2026-10-15  DO   EVERY PARAGRAPH NOW LEAVES THROUGH ITS OWN
000270*                    EXIT; SHARED CLOSING STEPS ARE PERFORMED.
000280*                    PARAGRAPHS PUT BACK IN NUMBER ORDER.
000290*----------------------------------------------------------------
000300* FILES CHECKED AND THE RULES APPLIED:
000310*   RETRYCFG  MAX ATTEMPTS (1-2) ABOVE ZERO       DEFAULT 3
000320*   WRKRCFG   WORKERS (1-2) 1 TO 8                DEFAULT 1
000330*   SRVCFG    PORT (1-5) 1 TO 65535               DEFAULT 8000
000340*   SNIPCFG   SNIPPET NAME (1-8) NOT BLANK        DEFAULT HELLO
000350*   SNIPPARM  NAME=VALUE ROWS: NAME 1-16 CHARACTERS, VALUE UP TO
000360*             40, NO DUPLICATES, NOT RUNDATE OR PORT, AT MOST 20
000370*   SRVCAT    NAME, 5-DIGIT PORT 1 TO 65535, INSTANCE RULE S/M,
000380*             NO DUPLICATES, AT MOST 30 SERVICES
000390*   JOBSTRM   STEP TYPE SNIPPET/CONVERT/SERVER, CONDITION BLANK/
000400*             IFOK/ONFAIL, CONDITION STEP AN EARLIER STEP THAT
000410*             EXISTS, SERVER PORT USABLE AND SERVICE IN SRVCAT,
000420*             AT MOST 50 STEPS
000430*   ENVPROF   NAME PRESENT AND UNIQUE; PREFIX UNIQUE; ONLY PROD
000440*             MAY HAVE A BLANK PREFIX (THE UNQUALIFIED PRODUCTION
000450*             NAMES)
000460*   ESCCFG    AGE LIMIT HOURS (1-4) ABOVE ZERO    DEFAULT 24
000470*   TRENDCFG  FAILED-RUN LIMIT (1-2) ABOVE ZERO   DEFAULT 3
000480*   RETNCFG   RETENTION DAYS (1-3) NUMBER         DEFAULT 7
000490*   MLRETCFG  RETENTION DAYS (1-3) ABOVE ZERO     DEFAULT 31
000500*   MANGENCF  INPUT DIRECTORY (1-80) NOT BLANK AND PRESENT - NO
000510*             DEFAULT, MANGEN DOES NOTHING WITHOUT IT
000520*   CONVPROF  NAME, NUMERIC WIDTH, QUALITY 0-100, NO DUPLICATES,
000530*             AT MOST 50 PROFILES
000540*   PROMCFG   RECENT-RUN DAYS (1-3) ABOVE ZERO    DEFAULT 7
000550*   WINCFG    WINDOW END HHMM (1-4), MAX WORKERS (6-7) 1 TO 8,
000560*             MARGIN PERCENT (9-11) NUMBER
000570*   BKUPCFG   GENERATIONS KEPT (1-3) ABOVE ZERO   DEFAULT 5
000580*
000590* BASELINE LAYOUT (CFGBASE): FILE (1-8), KEY (10-25), VALUE
000600* (27-226).  THE KEY IS THE STEP, NAME OR ROW THE VALUE CAME
000610* FROM; A MISSING FILE IS RECORDED AS *MISSING* SO ITS REMOVAL
000620* SHOWS AS DRIFT.  THE FIRST ROW IS A * COMMENT CARRYING THE
000630* TIME THE BASELINE WAS TAKEN.
000640*
000650* PARMS: ENV=NAME SELECTS THE ENVIRONMENT; BASELINE REPLACES THE
000660* BASELINE WITH THIS RUN'S SNAPSHOT AFTER REPORTING THE DRIFT.
000670*----------------------------------------------------------------
000680* Compile this file on its own:
000690*
000700*  $ cobc -x example/cfgaudit.cbl
000710*
000720* Then execute the binary file:
000730*
000740*  $ ./cfgaudit
000750*----------------------------------------------------------------
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790*----------------------------------------------------------------
000800*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000810*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000820*----------------------------------------------------------------
000830     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-ENVPROF-STATUS.
000860
000870*----------------------------------------------------------------
000880*    THE CONTROL FILE BEING AUDITED - ONE AT A TIME, BY NAME
000890*----------------------------------------------------------------
000900     SELECT CONTROL-FILE ASSIGN TO DYNAMIC
000910         WS-CONTROL-FILENAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CONTROL-STATUS.
000940
000950*----------------------------------------------------------------
000960*    BASELINE SNAPSHOT - READ, THEN REWRITTEN WHEN ASKED FOR
000970*----------------------------------------------------------------
000980     SELECT BASELINE-FILE ASSIGN TO DYNAMIC
000990         WS-CFGBASE-FILENAME
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-CFGBASE-STATUS.
001020
001030*----------------------------------------------------------------
001040*    AUDIT REPORT
001050*----------------------------------------------------------------
001060     SELECT AUDIT-REPORT-FILE ASSIGN TO DYNAMIC
001070         WS-CFGRPT-FILENAME
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-CFGRPT-STATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  ENV-PROFILE-FILE.
001140 01  ENV-PROFILE-RECORD.
001150     05  EV-ENV-NAME                 PIC X(08).
001160     05  FILLER                      PIC X(01).
001170     05  EV-PREFIX                   PIC X(20).
001180
001190 FD  CONTROL-FILE.
001200 01  CONTROL-RECORD                  PIC X(200).
001210
001220 FD  BASELINE-FILE.
001230 01  BASELINE-RECORD.
001240     05  CB-FILE                     PIC X(08).
001250     05  FILLER                      PIC X(01).
001260     05  CB-KEY                      PIC X(16).
001270     05  FILLER                      PIC X(01).
001280     05  CB-VALUE                    PIC X(200).
001290
001300 FD  AUDIT-REPORT-FILE.
001310 01  AUDIT-REPORT-RECORD             PIC X(132).
001320
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------
001350*    FILE STATUS FIELDS
001360*----------------------------------------------------------------
001370 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001380 01  WS-CONTROL-STATUS               PIC X(02)  VALUE "00".
001390 01  WS-CFGBASE-STATUS               PIC X(02)  VALUE "00".
001400 01  WS-CFGRPT-STATUS                PIC X(02)  VALUE "00".
001410
001420*----------------------------------------------------------------
001430*    SWITCHES
001440*----------------------------------------------------------------
001450 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
001460     88  WS-ENVPROF-EOF                          VALUE "Y".
001470 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
001480     88  WS-ENV-FOUND                            VALUE "Y".
001490 77  WS-CONTROL-EOF-SW               PIC X(01)  VALUE "N".
001500     88  WS-CONTROL-EOF                          VALUE "Y".
001510 77  WS-BASELINE-EOF-SW              PIC X(01)  VALUE "N".
001520     88  WS-BASELINE-EOF                         VALUE "Y".
001530 77  WS-FILE-MISSING-SW              PIC X(01)  VALUE "N".
001540     88  WS-FILE-MISSING                         VALUE "Y".
001550 77  WS-FILE-EMPTY-SW                PIC X(01)  VALUE "N".
001560     88  WS-FILE-EMPTY                           VALUE "Y".
001570 77  WS-BASELINE-FOUND-SW            PIC X(01)  VALUE "N".
001580     88  WS-BASELINE-FOUND                       VALUE "Y".
001590 77  WS-REBASELINE-SW                PIC X(01)  VALUE "N".
001600     88  WS-REBASELINE                           VALUE "Y".
001610 77  WS-MATCH-FOUND-SW               PIC X(01)  VALUE "N".
001620     88  WS-MATCH-FOUND                          VALUE "Y".
001630
001640*----------------------------------------------------------------
001650*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
001660*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
001670*----------------------------------------------------------------
001680 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
001690 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
001700 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
001710 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
001720 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
001730 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
001740 01  WS-MODE-TOKEN                   PIC X(12) VALUE SPACES.
001750 01  WS-CONTROL-FILENAME             PIC X(80) VALUE SPACES.
001760 01  WS-CFGBASE-FILENAME             PIC X(80) VALUE "CFGBASE".
001770 01  WS-CFGRPT-FILENAME              PIC X(80) VALUE "CFGRPT".
001780
001790*----------------------------------------------------------------
001800*    COUNTERS AND SUBSCRIPTS
001810*----------------------------------------------------------------
001820 77  WS-FILES-CHECKED                PIC 9(03)  COMP VALUE ZERO.
001830 77  WS-PRESENT-COUNT                PIC 9(03)  COMP VALUE ZERO.
001840 77  WS-DEFAULTED-COUNT              PIC 9(03)  COMP VALUE ZERO.
001850 77  WS-INVALID-COUNT                PIC 9(03)  COMP VALUE ZERO.
001860 77  WS-ISSUE-COUNT                  PIC 9(03)  COMP VALUE ZERO.
001870 77  WS-ISSUE-SUB                    PIC 9(03)  COMP VALUE ZERO.
001880 77  WS-ROW-COUNT                    PIC 9(03)  COMP VALUE ZERO.
001890 77  WS-ROW-SUB                      PIC 9(03)  COMP VALUE ZERO.
001900 77  WS-SCAN-SUB                     PIC 9(03)  COMP VALUE ZERO.
001910 77  WS-SNAP-COUNT                   PIC 9(03)  COMP VALUE ZERO.
001920 77  WS-BASE-COUNT                   PIC 9(03)  COMP VALUE ZERO.
001930 77  WS-SNAP-SUB                     PIC 9(03)  COMP VALUE ZERO.
001940 77  WS-BASE-SUB                     PIC 9(03)  COMP VALUE ZERO.
001950 77  WS-DRIFT-COUNT                  PIC 9(03)  COMP VALUE ZERO.
001960 77  WS-SERVICE-COUNT                PIC 9(03)  COMP VALUE ZERO.
001970 77  WS-NAME-LENGTH                  PIC 9(03)  COMP VALUE ZERO.
001980 77  WS-VALUE-LENGTH                 PIC 9(03)  COMP VALUE ZERO.
001990 77  WS-EQUALS-COUNT                 PIC 9(03)  COMP VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020*    THE FILE UNDER AUDIT AND WHAT WAS FOUND
002030*----------------------------------------------------------------
002040 01  WS-CUR-FILE                     PIC X(08) VALUE SPACES.
002050 01  WS-CUR-STATE                    PIC X(17) VALUE SPACES.
002060 01  WS-CUR-DETAIL                   PIC X(60) VALUE SPACES.
002070 01  WS-ISSUE-TEXT                   PIC X(80) VALUE SPACES.
002080 01  WS-ISSUE-TABLE.
002090     05  WS-ISSUE-ENTRY OCCURS 60 TIMES.
002100         10  WI-TEXT                 PIC X(80).
002110 01  WS-SNAP-KEY                     PIC X(16) VALUE SPACES.
002120 01  WS-SNAP-VALUE                   PIC X(200) VALUE SPACES.
002130
002140*----------------------------------------------------------------
002150*    ONE CONTROL RECORD AND ITS VIEWS, ONE PER FILE LAYOUT
002160*----------------------------------------------------------------
002170 01  WS-CONTROL-LINE                 PIC X(200) VALUE SPACES.
002180 01  WS-JOBSTRM-VIEW REDEFINES WS-CONTROL-LINE.
002190     05  WJ-STEP-TYPE                PIC X(08).
002200     05  FILLER                      PIC X(01).
002210     05  WJ-PARAMETER                PIC X(80).
002220     05  FILLER                      PIC X(01).
002230     05  WJ-CONDITION                PIC X(08).
002240     05  FILLER                      PIC X(01).
002250     05  WJ-COND-STEP                PIC X(02).
002260     05  FILLER                      PIC X(99).
002270 01  WS-SRVCAT-VIEW REDEFINES WS-CONTROL-LINE.
002280     05  WV-SERVICE-NAME             PIC X(08).
002290     05  FILLER                      PIC X(01).
002300     05  WV-SCRIPT                   PIC X(80).
002310     05  FILLER                      PIC X(01).
002320     05  WV-DEFAULT-PORT             PIC X(05).
002330     05  FILLER                      PIC X(01).
002340     05  WV-HOST                     PIC X(30).
002350     05  FILLER                      PIC X(01).
002360     05  WV-HEALTH-PATH              PIC X(40).
002370     05  FILLER                      PIC X(01).
002380     05  WV-INSTANCE-RULE            PIC X(01).
002390     05  FILLER                      PIC X(31).
002400 01  WS-CONVPROF-VIEW REDEFINES WS-CONTROL-LINE.
002410     05  WP-PROFILE-NAME             PIC X(08).
002420     05  FILLER                      PIC X(01).
002430     05  WP-GROUP-NAME               PIC X(08).
002440     05  FILLER                      PIC X(01).
002450     05  WP-SCRIPT                   PIC X(80).
002460     05  FILLER                      PIC X(01).
002470     05  WP-FORMAT                   PIC X(08).
002480     05  FILLER                      PIC X(01).
002490     05  WP-WIDTH                    PIC X(05).
002500     05  FILLER                      PIC X(01).
002510     05  WP-QUALITY                  PIC X(03).
002520     05  FILLER                      PIC X(01).
002530     05  WP-SUFFIX                   PIC X(16).
002540     05  FILLER                      PIC X(66).
002550 01  WS-ENVPROF-VIEW REDEFINES WS-CONTROL-LINE.
002560     05  WE-ENV-NAME                 PIC X(08).
002570     05  FILLER                      PIC X(01).
002580     05  WE-PREFIX                   PIC X(20).
002590     05  FILLER                      PIC X(171).
002600 01  WS-WINCFG-VIEW REDEFINES WS-CONTROL-LINE.
002610     05  WW-END-HH                   PIC X(02).
002620     05  WW-END-MM                   PIC X(02).
002630     05  FILLER                      PIC X(01).
002640     05  WW-MAX-WORKERS              PIC X(02).
002650     05  FILLER                      PIC X(01).
002660     05  WW-MARGIN-PCT               PIC X(03).
002670     05  FILLER                      PIC X(189).
002680
002690*----------------------------------------------------------------
002700*    NUMERIC WORK FIELDS FOR THE SINGLE-VALUE FILES
002710*----------------------------------------------------------------
002720 01  WS-NUM-02                       PIC 9(02) VALUE ZERO.
002730 01  WS-NUM-03                       PIC 9(03) VALUE ZERO.
002740 01  WS-NUM-04                       PIC 9(04) VALUE ZERO.
002750 01  WS-NUM-05                       PIC 9(05) VALUE ZERO.
002760 01  WS-PORT-WORK                    PIC X(05) VALUE SPACES.
002770 01  WS-PORT-SHIFT-WORK              PIC X(05) VALUE SPACES.
002780 01  WS-PORT-OK-SW                   PIC X(01) VALUE "N".
002790     88  WS-PORT-OK                            VALUE "Y".
002800 01  WS-DIR-COMMAND                  PIC X(200) VALUE SPACES.
002810
002820*----------------------------------------------------------------
002830*    ROW TABLES FOR THE MULTI-ROW FILES.  JOBSTRM IS HELD WHOLE
002840*    SO A CONDITION CAN BE CHECKED AGAINST THE FULL STEP COUNT;
002850*    SRVCAT NAMES ARE KEPT FOR THE JOBSTRM SERVER CHECK.
002860*----------------------------------------------------------------
002870 01  WS-ROW-TABLE.
002880     05  WS-ROW-ENTRY OCCURS 60 TIMES.
002890         10  WR-KEY                  PIC X(20).
002900         10  WR-SECOND               PIC X(20).
002910 01  WS-STEP-TABLE.
002920     05  WS-STEP-ENTRY OCCURS 50 TIMES.
002930         10  WT-STEP-LINE            PIC X(101).
002940 01  WS-SERVICE-TABLE.
002950     05  WS-SERVICE-ENTRY OCCURS 30 TIMES.
002960         10  WK-SERVICE-NAME         PIC X(08).
002970 01  WS-SYM-NAME                     PIC X(40) VALUE SPACES.
002980 01  WS-SYM-VALUE                    PIC X(200) VALUE SPACES.
002990 01  WS-STEP-NUMBER                  PIC 9(02) VALUE ZERO.
003000 01  WS-COND-STEP                    PIC 9(02) VALUE ZERO.
003010
003020*----------------------------------------------------------------
003030*    SNAPSHOT OF THIS RUN AND THE BASELINE IT IS COMPARED WITH
003040*----------------------------------------------------------------
003050 01  WS-SNAP-TABLE.
003060     05  WS-SNAP-ENTRY OCCURS 400 TIMES.
003070         10  WN-FILE                 PIC X(08).
003080         10  WN-KEY                  PIC X(16).
003090         10  WN-VALUE                PIC X(200).
003100 01  WS-BASE-TABLE.
003110     05  WS-BASE-ENTRY OCCURS 400 TIMES.
003120         10  WB-FILE                 PIC X(08).
003130         10  WB-KEY                  PIC X(16).
003140         10  WB-VALUE                PIC X(200).
003150         10  WB-MATCHED-SW           PIC X(01).
003160             88  WB-MATCHED                      VALUE "Y".
003170 01  WS-BASELINE-TIMESTAMP           PIC X(20) VALUE SPACES.
003180
003190*----------------------------------------------------------------
003200*    TIMESTAMP WORK AREA
003210*----------------------------------------------------------------
003220 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003230 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003240 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003250
003260*----------------------------------------------------------------
003270*    REPORT WORK FIELDS
003280*----------------------------------------------------------------
003290 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
003300 01  WS-COUNT-DISPLAY                PIC ZZ9 VALUE ZERO.
003310 01  WS-ROW-DISPLAY                  PIC ZZ9 VALUE ZERO.
003320 01  WS-STATUS-LINE.
003330     05  FILLER                      PIC X(02) VALUE SPACES.
003340     05  WL-FILE                     PIC X(08).
003350     05  FILLER                      PIC X(02) VALUE SPACES.
003360     05  WL-STATE                    PIC X(17).
003370     05  FILLER                      PIC X(02) VALUE SPACES.
003380     05  WL-DETAIL                   PIC X(60).
003390 01  WS-DRIFT-LINE.
003400     05  FILLER                      PIC X(02) VALUE SPACES.
003410     05  WD-FILE                     PIC X(08).
003420     05  FILLER                      PIC X(02) VALUE SPACES.
003430     05  WD-KEY                      PIC X(16).
003440     05  FILLER                      PIC X(02) VALUE SPACES.
003450     05  WD-CHANGE                   PIC X(08).
003460     05  FILLER                      PIC X(02) VALUE SPACES.
003470     05  WD-WHICH                    PIC X(04).
003480     05  WD-VALUE                    PIC X(80).
003490
003500 PROCEDURE DIVISION.
003510*================================================================
003520*    0000-MAINLINE
003530*================================================================
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003560     PERFORM 2000-AUDIT-CONTROL-FILES THRU 2000-EXIT
003570     PERFORM 3000-REPORT-DRIFT THRU 3000-EXIT
003580     PERFORM 9000-FINALIZE THRU 9000-EXIT
003590     STOP RUN.
003600
003610*================================================================
003620*    1000-INITIALIZE - PARMS, FILE NAMES, REPORT HEADING
003630*================================================================
003640 1000-INITIALIZE.
003650     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003660     OPEN OUTPUT AUDIT-REPORT-FILE
003670     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
003680     MOVE SPACES TO WS-REPORT-LINE
003690     STRING "CONTROL FILE AUDIT  " DELIMITED BY SIZE
003700            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
003710            INTO WS-REPORT-LINE
003720     IF WS-ENV-NAME NOT = SPACES
003730         MOVE "ENVIRONMENT"        TO WS-REPORT-LINE (45:11)
003740         MOVE WS-ENV-NAME          TO WS-REPORT-LINE (57:8)
003750     END-IF
003760     PERFORM 5900-PUT-LINE THRU 5900-EXIT
003770     MOVE SPACES TO WS-REPORT-LINE
003780     PERFORM 5900-PUT-LINE THRU 5900-EXIT
003790     MOVE "  FILE      STATE              DETAIL"
003800         TO WS-REPORT-LINE
003810     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
003820 1000-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------
003860*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
003870*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
003880*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
003890*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
003900*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.  A
003910*    BASELINE PARM MAY FOLLOW OR STAND ALONE.
003920*----------------------------------------------------------------
003930 1010-RESOLVE-ENVIRONMENT.
003940     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003950     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003960         INTO WS-ENV-TOKEN, WS-MODE-TOKEN
003970     END-UNSTRING
003980     IF WS-ENV-TOKEN = "BASELINE" OR WS-MODE-TOKEN = "BASELINE"
003990         SET WS-REBASELINE TO TRUE
004000     END-IF
004010     IF WS-ENV-TOKEN (1:4) = "ENV="
004020         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
004030         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004040     END-IF
004050     MOVE "CFGBASE" TO WS-BASE-FILENAME
004060     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004070     MOVE WS-BUILT-FILENAME TO WS-CFGBASE-FILENAME
004080     MOVE "CFGRPT" TO WS-BASE-FILENAME
004090     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004100     MOVE WS-BUILT-FILENAME TO WS-CFGRPT-FILENAME.
004110 1010-EXIT.
004120     EXIT.
004130
004140 1020-LOAD-ENV-PROFILE.
004150     MOVE "N" TO WS-ENV-FOUND-SW
004160     MOVE "N" TO WS-ENVPROF-EOF-SW
004170     OPEN INPUT ENV-PROFILE-FILE
004180     IF WS-ENVPROF-STATUS NOT = "00"
004190         MOVE "Y" TO WS-ENVPROF-EOF-SW
004200     END-IF
004210     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004220         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004230     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004240         CLOSE ENV-PROFILE-FILE
004250     END-IF
004260     IF WS-ENV-FOUND
004270         DISPLAY "CFGAUDIT: ENVIRONMENT " WS-ENV-NAME
004280                 " - FILE PREFIX " WS-ENV-PREFIX
004290     ELSE
004300         MOVE SPACES TO WS-ENV-PREFIX
004310         STRING WS-ENV-NAME DELIMITED BY SPACE
004320                "."         DELIMITED BY SIZE
004330                INTO WS-ENV-PREFIX
004340         DISPLAY "CFGAUDIT: ENVIRONMENT " WS-ENV-NAME
004350                 " NOT IN ENVPROF - USING PREFIX "
004360                 WS-ENV-PREFIX
004370     END-IF.
004380 1020-EXIT.
004390     EXIT.
004400
004410 1030-READ-ONE-PROFILE.
004420     READ ENV-PROFILE-FILE
004430         AT END
004440             MOVE "Y" TO WS-ENVPROF-EOF-SW
004450     END-READ
004460     IF WS-ENVPROF-EOF
004470         GO TO 1030-EXIT
004480     END-IF
004490     IF ENV-PROFILE-RECORD = SPACES
004500         OR EV-ENV-NAME (1:1) = "*"
004510         GO TO 1030-EXIT
004520     END-IF
004530     IF EV-ENV-NAME = WS-ENV-NAME
004540         SET WS-ENV-FOUND TO TRUE
004550         MOVE EV-PREFIX TO WS-ENV-PREFIX
004560     END-IF.
004570 1030-EXIT.
004580     EXIT.
004590
004600 1050-BUILD-ONE-FILENAME.
004610     MOVE SPACES TO WS-BUILT-FILENAME
004620     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
004630            WS-BASE-FILENAME DELIMITED BY SPACE
004640            INTO WS-BUILT-FILENAME.
004650 1050-EXIT.
004660     EXIT.
004670
004680 1650-BUILD-TIMESTAMP.
004690     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
004700     ACCEPT WS-TS-TIME FROM TIME
004710     STRING WS-TS-DATE   DELIMITED BY SIZE
004720            "-"          DELIMITED BY SIZE
004730            WS-TS-TIME   DELIMITED BY SIZE
004740            INTO WS-CURRENT-TIMESTAMP.
004750 1650-EXIT.
004760     EXIT.
004770
004780*================================================================
004790*    2000-AUDIT-CONTROL-FILES - ONE PARAGRAPH PER FILE.  SRVCAT
004800*    IS AUDITED BEFORE JOBSTRM SO A SERVER STEP'S SERVICE CAN BE
004810*    CHECKED AGAINST IT.
004820*================================================================
004830 2000-AUDIT-CONTROL-FILES.
004840     PERFORM 2100-AUDIT-RETRYCFG THRU 2100-EXIT
004850     PERFORM 2110-AUDIT-WRKRCFG THRU 2110-EXIT
004860     PERFORM 2120-AUDIT-SRVCFG THRU 2120-EXIT
004870     PERFORM 2130-AUDIT-SNIPCFG THRU 2130-EXIT
004880     PERFORM 2200-AUDIT-SNIPPARM THRU 2200-EXIT
004890     PERFORM 2300-AUDIT-SRVCAT THRU 2300-EXIT
004900     PERFORM 2400-AUDIT-JOBSTRM THRU 2400-EXIT
004910     PERFORM 2500-AUDIT-ENVPROF THRU 2500-EXIT
004920     PERFORM 2140-AUDIT-ESCCFG THRU 2140-EXIT
004930     PERFORM 2150-AUDIT-TRENDCFG THRU 2150-EXIT
004940     PERFORM 2160-AUDIT-RETNCFG THRU 2160-EXIT
004950     PERFORM 2170-AUDIT-MLRETCFG THRU 2170-EXIT
004960     PERFORM 2180-AUDIT-MANGENCF THRU 2180-EXIT
004970     PERFORM 2600-AUDIT-CONVPROF THRU 2600-EXIT
004980     PERFORM 2190-AUDIT-PROMCFG THRU 2190-EXIT
004990     PERFORM 2195-AUDIT-WINCFG THRU 2195-EXIT
005000     PERFORM 2197-AUDIT-BKUPCFG THRU 2197-EXIT.
005010 2000-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050*    2010 - OPEN THE CURRENT FILE, READ ITS FIRST RECORD INTO
005060*    WS-CONTROL-LINE, SNAPSHOT IT AND CLOSE IT AGAIN
005070*----------------------------------------------------------------
005080 2010-READ-SINGLE-RECORD.
005090     PERFORM 2020-OPEN-CONTROL-FILE THRU 2020-EXIT
005100     IF WS-FILE-MISSING
005110         GO TO 2010-EXIT
005120     END-IF
005130     PERFORM 2030-READ-CONTROL-RECORD THRU 2030-EXIT
005140     IF WS-CONTROL-EOF
005150         SET WS-FILE-EMPTY TO TRUE
005160         MOVE "*EMPTY*" TO WS-SNAP-VALUE
005170     ELSE
005180         MOVE WS-CONTROL-LINE TO WS-SNAP-VALUE
005190     END-IF
005200     MOVE "RECORD" TO WS-SNAP-KEY
005210     PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
005220     CLOSE CONTROL-FILE.
005230 2010-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270*    2020 - START A FILE: RESET WHAT IS KNOWN ABOUT IT, BUILD ITS
005280*    NAME AND OPEN IT.  A FILE THAT WILL NOT OPEN IS MISSING, AND
005290*    IS SNAPSHOT AS SUCH.
005300*----------------------------------------------------------------
005310 2020-OPEN-CONTROL-FILE.
005320     ADD 1 TO WS-FILES-CHECKED
005330     MOVE ZERO   TO WS-ISSUE-COUNT
005340     MOVE SPACES TO WS-CUR-DETAIL
005350     MOVE SPACES TO WS-ISSUE-TEXT
005360     MOVE SPACES TO WS-CONTROL-LINE
005370     MOVE "N"    TO WS-FILE-MISSING-SW
005380     MOVE "N"    TO WS-FILE-EMPTY-SW
005390     MOVE "N"    TO WS-CONTROL-EOF-SW
005400     IF WS-CUR-FILE = "ENVPROF"
005410         MOVE "ENVPROF" TO WS-CONTROL-FILENAME
005420     ELSE
005430         MOVE WS-CUR-FILE TO WS-BASE-FILENAME
005440         PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005450         MOVE WS-BUILT-FILENAME TO WS-CONTROL-FILENAME
005460     END-IF
005470     OPEN INPUT CONTROL-FILE
005480     IF WS-CONTROL-STATUS NOT = "00"
005490         SET WS-FILE-MISSING TO TRUE
005500         MOVE "RECORD"    TO WS-SNAP-KEY
005510         MOVE "*MISSING*" TO WS-SNAP-VALUE
005520         PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
005530     END-IF.
005540 2020-EXIT.
005550     EXIT.
005560
005570 2030-READ-CONTROL-RECORD.
005580     MOVE SPACES TO CONTROL-RECORD
005590     READ CONTROL-FILE
005600         AT END
005610             MOVE "Y" TO WS-CONTROL-EOF-SW
005620     END-READ
005630     IF WS-CONTROL-EOF
005640         MOVE SPACES TO WS-CONTROL-LINE
005650     ELSE
005660         MOVE CONTROL-RECORD TO WS-CONTROL-LINE
005670     END-IF.
005680 2030-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720*    2050 - IS WS-PORT-WORK A USABLE PORT?  A SHORT PORT IS
005730*    RIGHT-JUSTIFIED AND ZERO-FILLED FIRST, AS MAIN DOES.
005740*----------------------------------------------------------------
005750 2050-CHECK-PORT.
005760     MOVE "N" TO WS-PORT-OK-SW
005770     IF WS-PORT-WORK = SPACES
005780         GO TO 2050-EXIT
005790     END-IF
005800     PERFORM 2055-SHIFT-PORT-DIGIT THRU 2055-EXIT
005810         UNTIL WS-PORT-WORK (5:1) NOT = SPACE
005820     IF WS-PORT-WORK IS NOT NUMERIC
005830         GO TO 2050-EXIT
005840     END-IF
005850     MOVE WS-PORT-WORK TO WS-NUM-05
005860     IF WS-NUM-05 > ZERO AND WS-NUM-05 NOT > 65535
005870         SET WS-PORT-OK TO TRUE
005880     END-IF.
005890 2050-EXIT.
005900     EXIT.
005910
005920 2055-SHIFT-PORT-DIGIT.
005930     MOVE SPACES TO WS-PORT-SHIFT-WORK
005940     STRING "0"                 DELIMITED BY SIZE
005950            WS-PORT-WORK (1:4)  DELIMITED BY SIZE
005960            INTO WS-PORT-SHIFT-WORK
005970     MOVE WS-PORT-SHIFT-WORK TO WS-PORT-WORK.
005980 2055-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*    2100-2197 - THE SINGLE-RECORD FILES.  EACH PROGRAM READS
006030*    ONLY THE FIRST RECORD AND FALLS BACK TO ITS DEFAULT WHEN THE
006040*    VALUE IS UNUSABLE, SO AN UNUSABLE VALUE IS INVALID HERE.
006050*----------------------------------------------------------------
006060 2100-AUDIT-RETRYCFG.
006070     MOVE "RETRYCFG" TO WS-CUR-FILE
006080     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
006090     IF WS-FILE-MISSING OR WS-FILE-EMPTY
006100         MOVE "MAX ATTEMPTS 3" TO WS-CUR-DETAIL
006110         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
006120         GO TO 2100-EXIT
006130     END-IF
006140     IF WS-CONTROL-LINE (1:2) IS NOT NUMERIC
006150         OR WS-CONTROL-LINE (1:2) = "00"
006160         MOVE "MAX ATTEMPTS NOT A POSITIVE NUMBER - MAIN USES 3"
006170             TO WS-ISSUE-TEXT
006180         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
006190     ELSE
006200         STRING "MAX ATTEMPTS "        DELIMITED BY SIZE
006210                WS-CONTROL-LINE (1:2)  DELIMITED BY SIZE
006220                INTO WS-CUR-DETAIL
006230     END-IF
006240     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
006250 2100-EXIT.
006260     EXIT.
006270
006280 2110-AUDIT-WRKRCFG.
006290     MOVE "WRKRCFG" TO WS-CUR-FILE
006300     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
006310     IF WS-FILE-MISSING OR WS-FILE-EMPTY
006320         MOVE "WORKERS 1" TO WS-CUR-DETAIL
006330         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
006340         GO TO 2110-EXIT
006350     END-IF
006360     IF WS-CONTROL-LINE (1:2) IS NOT NUMERIC
006370         OR WS-CONTROL-LINE (1:2) = "00"
006380         MOVE "WORKER COUNT NOT A POSITIVE NUMBER - MAIN USES 1"
006390             TO WS-ISSUE-TEXT
006400         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
006410         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
006420         GO TO 2110-EXIT
006430     END-IF
006440     MOVE WS-CONTROL-LINE (1:2) TO WS-NUM-02
006450     IF WS-NUM-02 > 8
006460         STRING "WORKER COUNT "         DELIMITED BY SIZE
006470                WS-CONTROL-LINE (1:2)   DELIMITED BY SIZE
006480                " EXCEEDS THE MAXIMUM OF 8 - MAIN USES 8"
006490                                        DELIMITED BY SIZE
006500                INTO WS-ISSUE-TEXT
006510         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
006520     ELSE
006530         STRING "WORKERS "             DELIMITED BY SIZE
006540                WS-CONTROL-LINE (1:2)  DELIMITED BY SIZE
006550                INTO WS-CUR-DETAIL
006560     END-IF
006570     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
006580 2110-EXIT.
006590     EXIT.
006600
006610 2120-AUDIT-SRVCFG.
006620     MOVE "SRVCFG" TO WS-CUR-FILE
006630     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
006640     IF WS-FILE-MISSING OR WS-FILE-EMPTY
006650         MOVE "PORT 8000" TO WS-CUR-DETAIL
006660         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
006670         GO TO 2120-EXIT
006680     END-IF
006690     MOVE WS-CONTROL-LINE (1:5) TO WS-PORT-WORK
006700     PERFORM 2050-CHECK-PORT THRU 2050-EXIT
006710     IF WS-PORT-OK
006720         STRING "PORT "            DELIMITED BY SIZE
006730                WS-PORT-WORK       DELIMITED BY SIZE
006740                INTO WS-CUR-DETAIL
006750     ELSE
006760         STRING "PORT "            DELIMITED BY SIZE
006770                WS-CONTROL-LINE (1:5) DELIMITED BY SIZE
006780                " IS NOT A PORT FROM 1 TO 65535"
006790                                   DELIMITED BY SIZE
006800                INTO WS-ISSUE-TEXT
006810         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
006820     END-IF
006830     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
006840 2120-EXIT.
006850     EXIT.
006860
006870 2130-AUDIT-SNIPCFG.
006880     MOVE "SNIPCFG" TO WS-CUR-FILE
006890     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
006900     IF WS-FILE-MISSING OR WS-FILE-EMPTY
006910         MOVE "SNIPPET HELLO" TO WS-CUR-DETAIL
006920         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
006930         GO TO 2130-EXIT
006940     END-IF
006950     IF WS-CONTROL-LINE (1:8) = SPACES
006960         MOVE "SNIPPET NAME BLANK - MAIN USES HELLO"
006970             TO WS-ISSUE-TEXT
006980         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
006990         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
007000         GO TO 2130-EXIT
007010     END-IF
007020     IF WS-CONTROL-LINE (1:1) = SPACE
007030         MOVE "SNIPPET NAME DOES NOT START IN COLUMN 1"
007040             TO WS-ISSUE-TEXT
007050         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
007060         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
007070         GO TO 2130-EXIT
007080     END-IF
007090     STRING "SNIPPET "             DELIMITED BY SIZE
007100            WS-CONTROL-LINE (1:8)  DELIMITED BY SIZE
007110            INTO WS-CUR-DETAIL
007120     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
007130 2130-EXIT.
007140     EXIT.
007150
007160 2140-AUDIT-ESCCFG.
007170     MOVE "ESCCFG" TO WS-CUR-FILE
007180     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
007190     IF WS-FILE-MISSING OR WS-FILE-EMPTY
007200         MOVE "AGE LIMIT 24 HOURS" TO WS-CUR-DETAIL
007210         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
007220         GO TO 2140-EXIT
007230     END-IF
007240     IF WS-CONTROL-LINE (1:4) IS NOT NUMERIC
007250         OR WS-CONTROL-LINE (1:4) = "0000"
007260         MOVE "AGE LIMIT NOT A POSITIVE NUMBER - ALRTACK USES 24"
007270             TO WS-ISSUE-TEXT
007280         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
007290     ELSE
007300         STRING "AGE LIMIT "           DELIMITED BY SIZE
007310                WS-CONTROL-LINE (1:4)  DELIMITED BY SIZE
007320                " HOURS"               DELIMITED BY SIZE
007330                INTO WS-CUR-DETAIL
007340     END-IF
007350     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
007360 2140-EXIT.
007370     EXIT.
007380
007390 2150-AUDIT-TRENDCFG.
007400     MOVE "TRENDCFG" TO WS-CUR-FILE
007410     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
007420     IF WS-FILE-MISSING OR WS-FILE-EMPTY
007430         MOVE "FAILED-RUN LIMIT 3" TO WS-CUR-DETAIL
007440         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
007450         GO TO 2150-EXIT
007460     END-IF
007470     IF WS-CONTROL-LINE (1:2) IS NOT NUMERIC
007480         OR WS-CONTROL-LINE (1:2) = "00"
007490         STRING "FAILED-RUN LIMIT NOT A POSITIVE NUMBER"
007500                                   DELIMITED BY SIZE
007510                " - RUNTREND USES 3" DELIMITED BY SIZE
007520                INTO WS-ISSUE-TEXT
007530         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
007540     ELSE
007550         STRING "FAILED-RUN LIMIT "    DELIMITED BY SIZE
007560                WS-CONTROL-LINE (1:2)  DELIMITED BY SIZE
007570                INTO WS-CUR-DETAIL
007580     END-IF
007590     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
007600 2150-EXIT.
007610     EXIT.
007620
007630 2160-AUDIT-RETNCFG.
007640     MOVE "RETNCFG" TO WS-CUR-FILE
007650     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
007660     IF WS-FILE-MISSING OR WS-FILE-EMPTY
007670         MOVE "RETENTION 7 DAYS" TO WS-CUR-DETAIL
007680         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
007690         GO TO 2160-EXIT
007700     END-IF
007710     IF WS-CONTROL-LINE (1:3) IS NOT NUMERIC
007720         MOVE "RETENTION DAYS NOT A NUMBER - TRNRPT USES 7"
007730             TO WS-ISSUE-TEXT
007740         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
007750     ELSE
007760         STRING "RETENTION "           DELIMITED BY SIZE
007770                WS-CONTROL-LINE (1:3)  DELIMITED BY SIZE
007780                " DAYS"                DELIMITED BY SIZE
007790                INTO WS-CUR-DETAIL
007800     END-IF
007810     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
007820 2160-EXIT.
007830     EXIT.
007840
007850 2170-AUDIT-MLRETCFG.
007860     MOVE "MLRETCFG" TO WS-CUR-FILE
007870     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
007880     IF WS-FILE-MISSING OR WS-FILE-EMPTY
007890         MOVE "RETENTION 31 DAYS" TO WS-CUR-DETAIL
007900         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
007910         GO TO 2170-EXIT
007920     END-IF
007930     IF WS-CONTROL-LINE (1:3) IS NOT NUMERIC
007940         OR WS-CONTROL-LINE (1:3) = "000"
007950         STRING "RETENTION DAYS NOT A POSITIVE NUMBER"
007960                                   DELIMITED BY SIZE
007970                " - SRVAVAIL USES 31" DELIMITED BY SIZE
007980                INTO WS-ISSUE-TEXT
007990         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
008000     ELSE
008010         STRING "RETENTION "           DELIMITED BY SIZE
008020                WS-CONTROL-LINE (1:3)  DELIMITED BY SIZE
008030                " DAYS"                DELIMITED BY SIZE
008040                INTO WS-CUR-DETAIL
008050     END-IF
008060     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
008070 2170-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------
008110*    2180 - MANGENCF HAS NO DEFAULT: WITHOUT A USABLE INPUT
008120*    DIRECTORY MANGEN BUILDS NO MANIFEST AT ALL, SO A MISSING
008130*    FILE IS STILL REPORTED AS A PROBLEM.  THE DIRECTORY MUST
008140*    EXIST.
008150*----------------------------------------------------------------
008160 2180-AUDIT-MANGENCF.
008170     MOVE "MANGENCF" TO WS-CUR-FILE
008180     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
008190     IF WS-FILE-MISSING OR WS-FILE-EMPTY
008200         MOVE "NO DEFAULT - MANGEN WILL NOT BUILD A MANIFEST"
008210             TO WS-CUR-DETAIL
008220         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
008230         GO TO 2180-EXIT
008240     END-IF
008250     IF WS-CONTROL-LINE (1:80) = SPACES
008260         MOVE "INPUT DIRECTORY BLANK - MANGEN WILL DO NOTHING"
008270             TO WS-ISSUE-TEXT
008280         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
008290         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
008300         GO TO 2180-EXIT
008310     END-IF
008320     MOVE SPACES TO WS-DIR-COMMAND
008330     STRING "test -d "             DELIMITED BY SIZE
008340            WS-CONTROL-LINE (1:80) DELIMITED BY SPACE
008350            INTO WS-DIR-COMMAND
008360     CALL "SYSTEM" USING WS-DIR-COMMAND
008370     IF RETURN-CODE NOT = ZERO
008380         MOVE "INPUT DIRECTORY DOES NOT EXIST" TO WS-ISSUE-TEXT
008390         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
008400         MOVE ZERO TO RETURN-CODE
008410         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
008420         GO TO 2180-EXIT
008430     END-IF
008440     MOVE WS-CONTROL-LINE (1:60) TO WS-CUR-DETAIL
008450     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
008460 2180-EXIT.
008470     EXIT.
008480
008490 2190-AUDIT-PROMCFG.
008500     MOVE "PROMCFG" TO WS-CUR-FILE
008510     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
008520     IF WS-FILE-MISSING OR WS-FILE-EMPTY
008530         MOVE "RECENT-RUN WINDOW 7 DAYS" TO WS-CUR-DETAIL
008540         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
008550         GO TO 2190-EXIT
008560     END-IF
008570     IF WS-CONTROL-LINE (1:3) IS NOT NUMERIC
008580         OR WS-CONTROL-LINE (1:3) = "000"
008590         STRING "RECENT-RUN DAYS NOT A POSITIVE NUMBER"
008600                                   DELIMITED BY SIZE
008610                " - SNIPPROM USES 7" DELIMITED BY SIZE
008620                INTO WS-ISSUE-TEXT
008630         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
008640     ELSE
008650         STRING "RECENT-RUN WINDOW "   DELIMITED BY SIZE
008660                WS-CONTROL-LINE (1:3)  DELIMITED BY SIZE
008670                " DAYS"                DELIMITED BY SIZE
008680                INTO WS-CUR-DETAIL
008690     END-IF
008700     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
008710 2190-EXIT.
008720     EXIT.
008730
008740 2195-AUDIT-WINCFG.
008750     MOVE "WINCFG" TO WS-CUR-FILE
008760     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
008770     IF WS-FILE-MISSING OR WS-FILE-EMPTY
008780         MOVE "WINDOW END 0600, 8 WORKERS, MARGIN 10%"
008790             TO WS-CUR-DETAIL
008800         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
008810         GO TO 2195-EXIT
008820     END-IF
008830     IF WW-END-HH IS NOT NUMERIC OR WW-END-MM IS NOT NUMERIC
008840         MOVE "WINDOW END NOT HHMM - WINFCST USES 0600"
008850             TO WS-ISSUE-TEXT
008860         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
008870     ELSE
008880         IF WW-END-HH > "23" OR WW-END-MM > "59"
008890             MOVE "WINDOW END NOT A TIME - WINFCST USES 0600"
008900                 TO WS-ISSUE-TEXT
008910             PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
008920         END-IF
008930     END-IF
008940     IF WW-MAX-WORKERS NOT = SPACES
008950         IF WW-MAX-WORKERS IS NOT NUMERIC
008960             OR WW-MAX-WORKERS = "00"
008970             OR WW-MAX-WORKERS > "08"
008980             MOVE "MAX WORKERS NOT 1 TO 8 - WINFCST USES 8"
008990                 TO WS-ISSUE-TEXT
009000             PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
009010         END-IF
009020     END-IF
009030     IF WW-MARGIN-PCT NOT = SPACES
009040         AND WW-MARGIN-PCT IS NOT NUMERIC
009050         MOVE "MARGIN PERCENT NOT A NUMBER - WINFCST USES 10"
009060             TO WS-ISSUE-TEXT
009070         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
009080     END-IF
009090     STRING "WINDOW END "     DELIMITED BY SIZE
009100            WW-END-HH         DELIMITED BY SIZE
009110            WW-END-MM         DELIMITED BY SIZE
009120            ", MAX WORKERS "  DELIMITED BY SIZE
009130            WW-MAX-WORKERS    DELIMITED BY SIZE
009140            ", MARGIN "       DELIMITED BY SIZE
009150            WW-MARGIN-PCT     DELIMITED BY SIZE
009160            INTO WS-CUR-DETAIL
009170     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
009180 2195-EXIT.
009190     EXIT.
009200
009210 2197-AUDIT-BKUPCFG.
009220     MOVE "BKUPCFG" TO WS-CUR-FILE
009230     PERFORM 2010-READ-SINGLE-RECORD THRU 2010-EXIT
009240     IF WS-FILE-MISSING OR WS-FILE-EMPTY
009250         MOVE "5 GENERATIONS KEPT" TO WS-CUR-DETAIL
009260         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
009270         GO TO 2197-EXIT
009280     END-IF
009290     IF WS-CONTROL-LINE (1:3) IS NOT NUMERIC
009300         OR WS-CONTROL-LINE (1:3) = "000"
009310         STRING "GENERATIONS KEPT NOT ABOVE ZERO"
009320                                   DELIMITED BY SIZE
009330                " - MSTBKUP KEEPS 5" DELIMITED BY SIZE
009340                INTO WS-ISSUE-TEXT
009350         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
009360     ELSE
009370         STRING WS-CONTROL-LINE (1:3)  DELIMITED BY SIZE
009380                " GENERATIONS KEPT"    DELIMITED BY SIZE
009390                INTO WS-CUR-DETAIL
009400     END-IF
009410     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
009420 2197-EXIT.
009430     EXIT.
009440
009450*================================================================
009460*    2200/2210 - SNIPPARM: NAME=VALUE ROWS, BLANKS AND * COMMENTS
009470*    SKIPPED.  MAIN HOLDS 20 PARMS AFTER ITS TWO BUILT-INS AND
009480*    FINDS THE BUILT-IN FIRST, SO A PARM NAMED RUNDATE OR PORT
009490*    NEVER TAKES EFFECT.
009500*================================================================
009510 2200-AUDIT-SNIPPARM.
009520     MOVE "SNIPPARM" TO WS-CUR-FILE
009530     PERFORM 2020-OPEN-CONTROL-FILE THRU 2020-EXIT
009540     IF WS-FILE-MISSING
009550         MOVE "NO PARMS - BUILT-INS ONLY" TO WS-CUR-DETAIL
009560         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
009570         GO TO 2200-EXIT
009580     END-IF
009590     MOVE ZERO TO WS-ROW-COUNT
009600     MOVE ZERO TO WS-ROW-SUB
009610     PERFORM 2210-AUDIT-ONE-PARM THRU 2210-EXIT
009620         UNTIL WS-CONTROL-EOF
009630     CLOSE CONTROL-FILE
009640     IF WS-ROW-COUNT > 20
009650         MOVE "MORE THAN 20 PARMS - MAIN IGNORES THE EXTRA ONES"
009660             TO WS-ISSUE-TEXT
009670         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
009680     END-IF
009690     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
009700     STRING WS-COUNT-DISPLAY  DELIMITED BY SIZE
009710            " PARM(S)"        DELIMITED BY SIZE
009720            INTO WS-CUR-DETAIL
009730     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
009740 2200-EXIT.
009750     EXIT.
009760
009770 2210-AUDIT-ONE-PARM.
009780     PERFORM 2030-READ-CONTROL-RECORD THRU 2030-EXIT
009790     IF WS-CONTROL-EOF
009800         GO TO 2210-EXIT
009810     END-IF
009820     ADD 1 TO WS-ROW-SUB
009830     IF WS-CONTROL-LINE = SPACES
009840         OR WS-CONTROL-LINE (1:1) = "*"
009850         GO TO 2210-EXIT
009860     END-IF
009870     ADD 1 TO WS-ROW-COUNT
009880     MOVE WS-ROW-SUB TO WS-ROW-DISPLAY
009890     MOVE ZERO TO WS-EQUALS-COUNT
009900     INSPECT WS-CONTROL-LINE TALLYING WS-EQUALS-COUNT FOR ALL "="
009910     IF WS-EQUALS-COUNT = ZERO
009920         STRING "ROW "            DELIMITED BY SIZE
009930                WS-ROW-DISPLAY    DELIMITED BY SIZE
009940                ": NO = SIGN - NOT A NAME=VALUE PARM"
009950                                  DELIMITED BY SIZE
009960                INTO WS-ISSUE-TEXT
009970         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
009980         GO TO 2210-EXIT
009990     END-IF
010000     MOVE SPACES TO WS-SYM-NAME
010010     MOVE SPACES TO WS-SYM-VALUE
010020     MOVE ZERO   TO WS-NAME-LENGTH
010030     MOVE ZERO   TO WS-VALUE-LENGTH
010040     UNSTRING WS-CONTROL-LINE DELIMITED BY "="
010050         INTO WS-SYM-NAME  COUNT IN WS-NAME-LENGTH,
010060              WS-SYM-VALUE COUNT IN WS-VALUE-LENGTH
010070     END-UNSTRING
010080     MOVE WS-SYM-NAME (1:16) TO WS-SNAP-KEY
010090     MOVE WS-CONTROL-LINE    TO WS-SNAP-VALUE
010100     PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
010110     IF WS-SYM-NAME = SPACES
010120         STRING "ROW "            DELIMITED BY SIZE
010130                WS-ROW-DISPLAY    DELIMITED BY SIZE
010140                ": PARM NAME BLANK" DELIMITED BY SIZE
010150                INTO WS-ISSUE-TEXT
010160         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
010170         GO TO 2210-EXIT
010180     END-IF
010190     IF WS-NAME-LENGTH > 16
010200         STRING "ROW "            DELIMITED BY SIZE
010210                WS-ROW-DISPLAY    DELIMITED BY SIZE
010220                ": PARM NAME LONGER THAN 16 - TRUNCATED BY MAIN"
010230                                  DELIMITED BY SIZE
010240                INTO WS-ISSUE-TEXT
010250         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
010260     END-IF
010270     IF WS-SYM-VALUE (41:160) NOT = SPACES
010280         STRING "ROW "            DELIMITED BY SIZE
010290                WS-ROW-DISPLAY    DELIMITED BY SIZE
010300                ": VALUE LONGER THAN 40 - TRUNCATED BY MAIN"
010310                                  DELIMITED BY SIZE
010320                INTO WS-ISSUE-TEXT
010330         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
010340     END-IF
010350     IF WS-SYM-NAME = "RUNDATE" OR WS-SYM-NAME = "PORT"
010360         STRING "ROW "            DELIMITED BY SIZE
010370                WS-ROW-DISPLAY    DELIMITED BY SIZE
010380                ": "              DELIMITED BY SIZE
010390                WS-SYM-NAME       DELIMITED BY SPACE
010400                " IS A BUILT-IN - THIS PARM NEVER TAKES EFFECT"
010410                                  DELIMITED BY SIZE
010420                INTO WS-ISSUE-TEXT
010430         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
010440     END-IF
010450     MOVE "N" TO WS-MATCH-FOUND-SW
010460     IF WS-ROW-COUNT > 1 AND WS-ROW-COUNT NOT > 60
010470         PERFORM 2220-MATCH-EARLIER-PARM THRU 2220-EXIT
010480             VARYING WS-SCAN-SUB FROM 1 BY 1
010490             UNTIL WS-SCAN-SUB NOT < WS-ROW-COUNT
010500                OR WS-MATCH-FOUND
010510     END-IF
010520     IF WS-MATCH-FOUND
010530         STRING "ROW "            DELIMITED BY SIZE
010540                WS-ROW-DISPLAY    DELIMITED BY SIZE
010550                ": DUPLICATE PARM " DELIMITED BY SIZE
010560                WS-SYM-NAME       DELIMITED BY SPACE
010570                INTO WS-ISSUE-TEXT
010580         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
010590     END-IF
010600     IF WS-ROW-COUNT NOT > 60
010610         MOVE WS-SYM-NAME (1:20) TO WR-KEY (WS-ROW-COUNT)
010620     END-IF.
010630 2210-EXIT.
010640     EXIT.
010650
010660 2220-MATCH-EARLIER-PARM.
010670     IF WR-KEY (WS-SCAN-SUB) = WS-SYM-NAME (1:20)
010680         SET WS-MATCH-FOUND TO TRUE
010690     END-IF.
010700 2220-EXIT.
010710     EXIT.
010720
010730*================================================================
010740*    2300/2310 - SRVCAT: THE ROW RULES MAIN APPLIES AT 1595, PLUS
010750*    A PORT RANGE AND DUPLICATE NAMES.  THE GOOD NAMES ARE KEPT
010760*    FOR THE JOBSTRM SERVER CHECK.
010770*================================================================
010780 2300-AUDIT-SRVCAT.
010790     MOVE "SRVCAT" TO WS-CUR-FILE
010800     MOVE ZERO TO WS-SERVICE-COUNT
010810     PERFORM 2020-OPEN-CONTROL-FILE THRU 2020-EXIT
010820     IF WS-FILE-MISSING
010830         MOVE "NO CATALOG - BUILT-IN SAMPLE SERVER ONLY"
010840             TO WS-CUR-DETAIL
010850         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
010860         GO TO 2300-EXIT
010870     END-IF
010880     MOVE ZERO TO WS-ROW-COUNT
010890     MOVE ZERO TO WS-ROW-SUB
010900     PERFORM 2310-AUDIT-ONE-SERVICE THRU 2310-EXIT
010910         UNTIL WS-CONTROL-EOF
010920     CLOSE CONTROL-FILE
010930     IF WS-ROW-COUNT > 30
010940         MOVE "MORE THAN 30 SERVICES - MAIN IGNORES THE REST"
010950             TO WS-ISSUE-TEXT
010960         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
010970     END-IF
010980     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
010990     STRING WS-COUNT-DISPLAY  DELIMITED BY SIZE
011000            " SERVICE(S)"     DELIMITED BY SIZE
011010            INTO WS-CUR-DETAIL
011020     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
011030 2300-EXIT.
011040     EXIT.
011050
011060 2310-AUDIT-ONE-SERVICE.
011070     PERFORM 2030-READ-CONTROL-RECORD THRU 2030-EXIT
011080     IF WS-CONTROL-EOF
011090         GO TO 2310-EXIT
011100     END-IF
011110     ADD 1 TO WS-ROW-SUB
011120     IF WS-CONTROL-LINE = SPACES
011130         OR WV-SERVICE-NAME (1:1) = "*"
011140         GO TO 2310-EXIT
011150     END-IF
011160     ADD 1 TO WS-ROW-COUNT
011170     MOVE WS-ROW-SUB TO WS-ROW-DISPLAY
011180     MOVE WV-SERVICE-NAME TO WS-SNAP-KEY
011190     MOVE WS-CONTROL-LINE TO WS-SNAP-VALUE
011200     PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
011210     IF WV-SERVICE-NAME = SPACES
011220         STRING "ROW "            DELIMITED BY SIZE
011230                WS-ROW-DISPLAY    DELIMITED BY SIZE
011240                ": SERVICE NAME BLANK - ROW SKIPPED BY MAIN"
011250                                  DELIMITED BY SIZE
011260                INTO WS-ISSUE-TEXT
011270         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
011280         GO TO 2310-EXIT
011290     END-IF
011300     IF WV-DEFAULT-PORT NOT = SPACES
011310         MOVE WV-DEFAULT-PORT TO WS-PORT-WORK
011320         PERFORM 2050-CHECK-PORT THRU 2050-EXIT
011330         IF NOT WS-PORT-OK OR WV-DEFAULT-PORT IS NOT NUMERIC
011340             STRING "ROW "            DELIMITED BY SIZE
011350                    WS-ROW-DISPLAY    DELIMITED BY SIZE
011360                    ": "              DELIMITED BY SIZE
011370                    WV-SERVICE-NAME   DELIMITED BY SPACE
011380                    " PORT NOT 5 DIGITS FROM 1 TO 65535"
011390                                      DELIMITED BY SIZE
011400                    INTO WS-ISSUE-TEXT
011410             PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
011420         END-IF
011430     END-IF
011440     IF WV-INSTANCE-RULE NOT = SPACE
011450         AND WV-INSTANCE-RULE NOT = "S"
011460         AND WV-INSTANCE-RULE NOT = "M"
011470         STRING "ROW "            DELIMITED BY SIZE
011480                WS-ROW-DISPLAY    DELIMITED BY SIZE
011490                ": "              DELIMITED BY SIZE
011500                WV-SERVICE-NAME   DELIMITED BY SPACE
011510                " INSTANCE RULE NOT S OR M"
011520                                  DELIMITED BY SIZE
011530                INTO WS-ISSUE-TEXT
011540         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
011550     END-IF
011560     MOVE "N" TO WS-MATCH-FOUND-SW
011570     PERFORM 2320-MATCH-EARLIER-SERVICE THRU 2320-EXIT
011580         VARYING WS-SCAN-SUB FROM 1 BY 1
011590         UNTIL WS-SCAN-SUB > WS-SERVICE-COUNT
011600            OR WS-MATCH-FOUND
011610     IF WS-MATCH-FOUND
011620         STRING "ROW "            DELIMITED BY SIZE
011630                WS-ROW-DISPLAY    DELIMITED BY SIZE
011640                ": DUPLICATE SERVICE " DELIMITED BY SIZE
011650                WV-SERVICE-NAME   DELIMITED BY SPACE
011660                " - THE FIRST ROW WINS" DELIMITED BY SIZE
011670                INTO WS-ISSUE-TEXT
011680         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
011690         GO TO 2310-EXIT
011700     END-IF
011710     IF WS-SERVICE-COUNT < 30
011720         ADD 1 TO WS-SERVICE-COUNT
011730         MOVE WV-SERVICE-NAME
011740             TO WK-SERVICE-NAME (WS-SERVICE-COUNT)
011750     END-IF.
011760 2310-EXIT.
011770     EXIT.
011780
011790 2320-MATCH-EARLIER-SERVICE.
011800     IF WK-SERVICE-NAME (WS-SCAN-SUB) = WV-SERVICE-NAME
011810         SET WS-MATCH-FOUND TO TRUE
011820     END-IF.
011830 2320-EXIT.
011840     EXIT.
011850
011860*================================================================
011870*    2400/2410/2420 - JOBSTRM.  THE STEPS ARE LOADED FIRST, AS
011880*    MAIN NUMBERS THEM (BLANKS AND * COMMENTS DO NOT COUNT), SO
011890*    A CONDITION CAN BE CHECKED AGAINST THE WHOLE STREAM.
011900*================================================================
011910 2400-AUDIT-JOBSTRM.
011920     MOVE "JOBSTRM" TO WS-CUR-FILE
011930     PERFORM 2020-OPEN-CONTROL-FILE THRU 2020-EXIT
011940     IF WS-FILE-MISSING
011950         MOVE "NO JOB STREAM - FIXED SNIPPET/CONVERT/SERVER ORDER"
011960             TO WS-CUR-DETAIL
011970         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
011980         GO TO 2400-EXIT
011990     END-IF
012000     MOVE ZERO TO WS-ROW-COUNT
012010     PERFORM 2410-LOAD-ONE-STEP THRU 2410-EXIT
012020         UNTIL WS-CONTROL-EOF
012030     CLOSE CONTROL-FILE
012040     IF WS-ROW-COUNT = ZERO
012050         SET WS-FILE-EMPTY TO TRUE
012060         MOVE "NO STEPS - FIXED SNIPPET/CONVERT/SERVER ORDER"
012070             TO WS-CUR-DETAIL
012080         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
012090         GO TO 2400-EXIT
012100     END-IF
012110     IF WS-ROW-COUNT > 50
012120         MOVE "MORE THAN 50 STEPS - MAIN IGNORES THE EXTRA ONES"
012130             TO WS-ISSUE-TEXT
012140         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
012150         MOVE 50 TO WS-ROW-COUNT
012160     END-IF
012170     PERFORM 2420-AUDIT-ONE-STEP THRU 2420-EXIT
012180         VARYING WS-ROW-SUB FROM 1 BY 1
012190         UNTIL WS-ROW-SUB > WS-ROW-COUNT
012200     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
012210     STRING WS-COUNT-DISPLAY  DELIMITED BY SIZE
012220            " STEP(S)"        DELIMITED BY SIZE
012230            INTO WS-CUR-DETAIL
012240     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
012250 2400-EXIT.
012260     EXIT.
012270
012280 2410-LOAD-ONE-STEP.
012290     PERFORM 2030-READ-CONTROL-RECORD THRU 2030-EXIT
012300     IF WS-CONTROL-EOF
012310         GO TO 2410-EXIT
012320     END-IF
012330     IF WS-CONTROL-LINE = SPACES
012340         OR WJ-STEP-TYPE (1:1) = "*"
012350         GO TO 2410-EXIT
012360     END-IF
012370     ADD 1 TO WS-ROW-COUNT
012380     IF WS-ROW-COUNT NOT > 50
012390         MOVE WS-CONTROL-LINE (1:101)
012400             TO WT-STEP-LINE (WS-ROW-COUNT)
012410     END-IF.
012420 2410-EXIT.
012430     EXIT.
012440
012450 2420-AUDIT-ONE-STEP.
012460     MOVE SPACES TO WS-CONTROL-LINE
012470     MOVE WT-STEP-LINE (WS-ROW-SUB) TO WS-CONTROL-LINE (1:101)
012480     MOVE WS-ROW-SUB TO WS-STEP-NUMBER
012490     MOVE WS-ROW-SUB TO WS-ROW-DISPLAY
012500     MOVE SPACES TO WS-SNAP-KEY
012510     STRING "STEP "           DELIMITED BY SIZE
012520            WS-STEP-NUMBER    DELIMITED BY SIZE
012530            INTO WS-SNAP-KEY
012540     MOVE WS-CONTROL-LINE TO WS-SNAP-VALUE
012550     PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
012560     IF WJ-STEP-TYPE NOT = "SNIPPET"
012570         AND WJ-STEP-TYPE NOT = "CONVERT"
012580         AND WJ-STEP-TYPE NOT = "SERVER"
012590         STRING "STEP "           DELIMITED BY SIZE
012600                WS-ROW-DISPLAY    DELIMITED BY SIZE
012610                ": UNKNOWN STEP TYPE " DELIMITED BY SIZE
012620                WJ-STEP-TYPE      DELIMITED BY SPACE
012630                " - MAIN FAILS THE STEP" DELIMITED BY SIZE
012640                INTO WS-ISSUE-TEXT
012650         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
012660     END-IF
012670     IF WJ-STEP-TYPE = "SERVER"
012680         PERFORM 2430-AUDIT-SERVER-PARM THRU 2430-EXIT
012690     END-IF
012700     IF WJ-CONDITION NOT = SPACES
012710         AND WJ-CONDITION NOT = "IFOK"
012720         AND WJ-CONDITION NOT = "ONFAIL"
012730         STRING "STEP "           DELIMITED BY SIZE
012740                WS-ROW-DISPLAY    DELIMITED BY SIZE
012750                ": UNKNOWN CONDITION " DELIMITED BY SIZE
012760                WJ-CONDITION      DELIMITED BY SPACE
012770                " - MAIN RUNS THE STEP ANYWAY" DELIMITED BY SIZE
012780                INTO WS-ISSUE-TEXT
012790         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
012800     END-IF
012810     IF WJ-COND-STEP = SPACES
012820         GO TO 2420-EXIT
012830     END-IF
012840     IF WJ-COND-STEP IS NOT NUMERIC
012850         STRING "STEP "           DELIMITED BY SIZE
012860                WS-ROW-DISPLAY    DELIMITED BY SIZE
012870                ": CONDITION STEP " DELIMITED BY SIZE
012880                WJ-COND-STEP      DELIMITED BY SIZE
012890                " NOT A STEP NUMBER" DELIMITED BY SIZE
012900                INTO WS-ISSUE-TEXT
012910         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
012920         GO TO 2420-EXIT
012930     END-IF
012940     MOVE WJ-COND-STEP TO WS-COND-STEP
012950     IF WJ-CONDITION = SPACES
012960         STRING "STEP "           DELIMITED BY SIZE
012970                WS-ROW-DISPLAY    DELIMITED BY SIZE
012980                ": CONDITION STEP " DELIMITED BY SIZE
012990                WJ-COND-STEP      DELIMITED BY SIZE
013000                " GIVEN WITHOUT IFOK OR ONFAIL" DELIMITED BY SIZE
013010                INTO WS-ISSUE-TEXT
013020         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
013030         GO TO 2420-EXIT
013040     END-IF
013050     IF WS-COND-STEP > WS-ROW-COUNT
013060         STRING "STEP "           DELIMITED BY SIZE
013070                WS-ROW-DISPLAY    DELIMITED BY SIZE
013080                ": "              DELIMITED BY SIZE
013090                WJ-CONDITION      DELIMITED BY SPACE
013100                " NAMES STEP "    DELIMITED BY SIZE
013110                WJ-COND-STEP      DELIMITED BY SIZE
013120                ", WHICH DOES NOT EXIST" DELIMITED BY SIZE
013130                INTO WS-ISSUE-TEXT
013140         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
013150         GO TO 2420-EXIT
013160     END-IF
013170     IF WS-COND-STEP NOT < WS-STEP-NUMBER
013180         STRING "STEP "           DELIMITED BY SIZE
013190                WS-ROW-DISPLAY    DELIMITED BY SIZE
013200                ": "              DELIMITED BY SIZE
013210                WJ-CONDITION      DELIMITED BY SPACE
013220                " NAMES STEP "    DELIMITED BY SIZE
013230                WJ-COND-STEP      DELIMITED BY SIZE
013240                ", NOT AN EARLIER STEP - MAIN IGNORES IT"
013250                                  DELIMITED BY SIZE
013260                INTO WS-ISSUE-TEXT
013270         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
013280     END-IF.
013290 2420-EXIT.
013300     EXIT.
013310
013320*----------------------------------------------------------------
013330*    2430/2440 - A SERVER STEP'S PARM: A SERVICE NAME THAT MUST
013340*    BE IN SRVCAT (WITH AN OPTIONAL PORT IN COLUMNS 19-23), OR A
013350*    PORT IN COLUMNS 10-14.  BLANK KEEPS THE CONFIGURED PORT.
013360*----------------------------------------------------------------
013370 2430-AUDIT-SERVER-PARM.
013380     IF WJ-PARAMETER = SPACES
013390         GO TO 2430-EXIT
013400     END-IF
013410     IF WJ-PARAMETER (1:1) IS ALPHABETIC
013420         MOVE "N" TO WS-MATCH-FOUND-SW
013430         PERFORM 2440-MATCH-SERVICE THRU 2440-EXIT
013440             VARYING WS-SCAN-SUB FROM 1 BY 1
013450             UNTIL WS-SCAN-SUB > WS-SERVICE-COUNT
013460                OR WS-MATCH-FOUND
013470         IF NOT WS-MATCH-FOUND
013480             STRING "STEP "           DELIMITED BY SIZE
013490                    WS-ROW-DISPLAY    DELIMITED BY SIZE
013500                    ": SERVICE "      DELIMITED BY SIZE
013510                    WJ-PARAMETER (1:8) DELIMITED BY SPACE
013520                    " NOT IN SRVCAT - MAIN REFUSES IT (9071)"
013530                                      DELIMITED BY SIZE
013540                    INTO WS-ISSUE-TEXT
013550             PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
013560         END-IF
013570         IF WJ-PARAMETER (10:5) = SPACES
013580             GO TO 2430-EXIT
013590         END-IF
013600         MOVE WJ-PARAMETER (10:5) TO WS-PORT-WORK
013610     ELSE
013620         MOVE WJ-PARAMETER (1:5) TO WS-PORT-WORK
013630     END-IF
013640     PERFORM 2050-CHECK-PORT THRU 2050-EXIT
013650     IF NOT WS-PORT-OK
013660         STRING "STEP "           DELIMITED BY SIZE
013670                WS-ROW-DISPLAY    DELIMITED BY SIZE
013680                ": SERVER PORT NOT USABLE - MAIN KEEPS ITS PORT"
013690                                  DELIMITED BY SIZE
013700                INTO WS-ISSUE-TEXT
013710         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
013720     END-IF.
013730 2430-EXIT.
013740     EXIT.
013750
013760 2440-MATCH-SERVICE.
013770     IF WK-SERVICE-NAME (WS-SCAN-SUB) = WJ-PARAMETER (1:8)
013780         SET WS-MATCH-FOUND TO TRUE
013790     END-IF.
013800 2440-EXIT.
013810     EXIT.
013820
013830*================================================================
013840*    2500/2510 - ENVPROF.  EVERY ENVIRONMENT NEEDS ITS OWN NAME
013850*    AND ITS OWN PREFIX.  A BLANK PREFIX MEANS THE UNQUALIFIED
013860*    PRODUCTION FILE NAMES, SO ONLY PROD MAY HAVE ONE; ANY OTHER
013870*    ENVIRONMENT WITH A BLANK PREFIX, OR SHARING ANOTHER'S PREFIX,
013880*    WOULD RUN AGAINST THAT ENVIRONMENT'S FILES.
013890*================================================================
013900 2500-AUDIT-ENVPROF.
013910     MOVE "ENVPROF" TO WS-CUR-FILE
013920     PERFORM 2020-OPEN-CONTROL-FILE THRU 2020-EXIT
013930     IF WS-FILE-MISSING
013940         MOVE "NO PROFILES - ENV=X USES PREFIX X."
013950             TO WS-CUR-DETAIL
013960         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
013970         GO TO 2500-EXIT
013980     END-IF
013990     MOVE ZERO TO WS-ROW-COUNT
014000     MOVE ZERO TO WS-ROW-SUB
014010     PERFORM 2510-AUDIT-ONE-PROFILE THRU 2510-EXIT
014020         UNTIL WS-CONTROL-EOF
014030     CLOSE CONTROL-FILE
014040     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
014050     STRING WS-COUNT-DISPLAY  DELIMITED BY SIZE
014060            " ENVIRONMENT(S)" DELIMITED BY SIZE
014070            INTO WS-CUR-DETAIL
014080     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
014090 2500-EXIT.
014100     EXIT.
014110
014120 2510-AUDIT-ONE-PROFILE.
014130     PERFORM 2030-READ-CONTROL-RECORD THRU 2030-EXIT
014140     IF WS-CONTROL-EOF
014150         GO TO 2510-EXIT
014160     END-IF
014170     ADD 1 TO WS-ROW-SUB
014180     IF WS-CONTROL-LINE = SPACES
014190         OR WE-ENV-NAME (1:1) = "*"
014200         GO TO 2510-EXIT
014210     END-IF
014220     ADD 1 TO WS-ROW-COUNT
014230     MOVE WS-ROW-SUB TO WS-ROW-DISPLAY
014240     MOVE WE-ENV-NAME TO WS-SNAP-KEY
014250     MOVE WS-CONTROL-LINE TO WS-SNAP-VALUE
014260     PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
014270     IF WE-ENV-NAME = SPACES
014280         STRING "ROW "            DELIMITED BY SIZE
014290                WS-ROW-DISPLAY    DELIMITED BY SIZE
014300                ": ENVIRONMENT NAME BLANK" DELIMITED BY SIZE
014310                INTO WS-ISSUE-TEXT
014320         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
014330         GO TO 2510-EXIT
014340     END-IF
014350     IF WE-PREFIX = SPACES AND WE-ENV-NAME NOT = "PROD"
014360         STRING "ROW "            DELIMITED BY SIZE
014370                WS-ROW-DISPLAY    DELIMITED BY SIZE
014380                ": "              DELIMITED BY SIZE
014390                WE-ENV-NAME       DELIMITED BY SPACE
014400                " HAS A BLANK PREFIX - IT WOULD USE PRODUCTION"
014410                                  DELIMITED BY SIZE
014420                " NAMES"
014430                                  DELIMITED BY SIZE
014440                INTO WS-ISSUE-TEXT
014450         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
014460     END-IF
014470     MOVE "N" TO WS-MATCH-FOUND-SW
014480     IF WS-ROW-COUNT > 1 AND WS-ROW-COUNT NOT > 60
014490         PERFORM 2520-MATCH-EARLIER-NAME THRU 2520-EXIT
014500             VARYING WS-SCAN-SUB FROM 1 BY 1
014510             UNTIL WS-SCAN-SUB NOT < WS-ROW-COUNT
014520                OR WS-MATCH-FOUND
014530     END-IF
014540     IF WS-MATCH-FOUND
014550         STRING "ROW "            DELIMITED BY SIZE
014560                WS-ROW-DISPLAY    DELIMITED BY SIZE
014570                ": DUPLICATE ENVIRONMENT " DELIMITED BY SIZE
014580                WE-ENV-NAME       DELIMITED BY SPACE
014590                " - THE FIRST ROW WINS" DELIMITED BY SIZE
014600                INTO WS-ISSUE-TEXT
014610         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
014620     END-IF
014630     MOVE "N" TO WS-MATCH-FOUND-SW
014640     IF WS-ROW-COUNT > 1 AND WS-ROW-COUNT NOT > 60
014650         PERFORM 2530-MATCH-EARLIER-PREFIX THRU 2530-EXIT
014660             VARYING WS-SCAN-SUB FROM 1 BY 1
014670             UNTIL WS-SCAN-SUB NOT < WS-ROW-COUNT
014680                OR WS-MATCH-FOUND
014690     END-IF
014700     IF WS-MATCH-FOUND
014710         SUBTRACT 1 FROM WS-SCAN-SUB
014720         STRING "ROW "            DELIMITED BY SIZE
014730                WS-ROW-DISPLAY    DELIMITED BY SIZE
014740                ": "              DELIMITED BY SIZE
014750                WE-ENV-NAME       DELIMITED BY SPACE
014760                " SHARES ITS PREFIX WITH " DELIMITED BY SIZE
014770                WR-KEY (WS-SCAN-SUB) DELIMITED BY SPACE
014780                INTO WS-ISSUE-TEXT
014790         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
014800     END-IF
014810     IF WS-ROW-COUNT NOT > 60
014820         MOVE WE-ENV-NAME TO WR-KEY (WS-ROW-COUNT)
014830         MOVE WE-PREFIX   TO WR-SECOND (WS-ROW-COUNT)
014840     END-IF.
014850 2510-EXIT.
014860     EXIT.
014870
014880 2520-MATCH-EARLIER-NAME.
014890     IF WR-KEY (WS-SCAN-SUB) = WE-ENV-NAME
014900         SET WS-MATCH-FOUND TO TRUE
014910     END-IF.
014920 2520-EXIT.
014930     EXIT.
014940
014950 2530-MATCH-EARLIER-PREFIX.
014960     IF WR-SECOND (WS-SCAN-SUB) = WE-PREFIX
014970         AND WR-KEY (WS-SCAN-SUB) NOT = WE-ENV-NAME
014980         SET WS-MATCH-FOUND TO TRUE
014990     END-IF.
015000 2530-EXIT.
015010     EXIT.
015020
015030*================================================================
015040*    2600/2610 - CONVPROF: THE ROW RULES MAIN APPLIES AT 1593,
015050*    PLUS A QUALITY RANGE AND DUPLICATE PROFILE NAMES
015060*================================================================
015070 2600-AUDIT-CONVPROF.
015080     MOVE "CONVPROF" TO WS-CUR-FILE
015090     PERFORM 2020-OPEN-CONTROL-FILE THRU 2020-EXIT
015100     IF WS-FILE-MISSING
015110         MOVE "NO PROFILES - CLASSIC CONVERSION ONLY"
015120             TO WS-CUR-DETAIL
015130         PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT
015140         GO TO 2600-EXIT
015150     END-IF
015160     MOVE ZERO TO WS-ROW-COUNT
015170     MOVE ZERO TO WS-ROW-SUB
015180     PERFORM 2610-AUDIT-ONE-PROFILE THRU 2610-EXIT
015190         UNTIL WS-CONTROL-EOF
015200     CLOSE CONTROL-FILE
015210     IF WS-ROW-COUNT > 50
015220         MOVE "MORE THAN 50 PROFILES - MAIN IGNORES THE REST"
015230             TO WS-ISSUE-TEXT
015240         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
015250     END-IF
015260     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
015270     STRING WS-COUNT-DISPLAY  DELIMITED BY SIZE
015280            " PROFILE(S)"     DELIMITED BY SIZE
015290            INTO WS-CUR-DETAIL
015300     PERFORM 2950-CLOSE-OUT-FILE THRU 2950-EXIT.
015310 2600-EXIT.
015320     EXIT.
015330
015340 2610-AUDIT-ONE-PROFILE.
015350     PERFORM 2030-READ-CONTROL-RECORD THRU 2030-EXIT
015360     IF WS-CONTROL-EOF
015370         GO TO 2610-EXIT
015380     END-IF
015390     ADD 1 TO WS-ROW-SUB
015400     IF WS-CONTROL-LINE = SPACES
015410         OR WP-PROFILE-NAME (1:1) = "*"
015420         GO TO 2610-EXIT
015430     END-IF
015440     ADD 1 TO WS-ROW-COUNT
015450     MOVE WS-ROW-SUB TO WS-ROW-DISPLAY
015460     MOVE WP-PROFILE-NAME TO WS-SNAP-KEY
015470     MOVE WS-CONTROL-LINE TO WS-SNAP-VALUE
015480     PERFORM 2800-ADD-SNAPSHOT THRU 2800-EXIT
015490     IF WP-PROFILE-NAME = SPACES
015500         STRING "ROW "            DELIMITED BY SIZE
015510                WS-ROW-DISPLAY    DELIMITED BY SIZE
015520                ": PROFILE NAME BLANK - ROW SKIPPED BY MAIN"
015530                                  DELIMITED BY SIZE
015540                INTO WS-ISSUE-TEXT
015550         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
015560         GO TO 2610-EXIT
015570     END-IF
015580     IF WP-WIDTH NOT = SPACES AND WP-WIDTH IS NOT NUMERIC
015590         STRING "ROW "            DELIMITED BY SIZE
015600                WS-ROW-DISPLAY    DELIMITED BY SIZE
015610                ": "              DELIMITED BY SIZE
015620                WP-PROFILE-NAME   DELIMITED BY SPACE
015630                " WIDTH NOT NUMERIC - ROW SKIPPED BY MAIN"
015640                                  DELIMITED BY SIZE
015650                INTO WS-ISSUE-TEXT
015660         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
015670     END-IF
015680     IF WP-QUALITY NOT = SPACES
015690         IF WP-QUALITY IS NOT NUMERIC
015700             STRING "ROW "            DELIMITED BY SIZE
015710                    WS-ROW-DISPLAY    DELIMITED BY SIZE
015720                    ": "              DELIMITED BY SIZE
015730                    WP-PROFILE-NAME   DELIMITED BY SPACE
015740                    " QUALITY NOT NUMERIC - ROW SKIPPED BY MAIN"
015750                                      DELIMITED BY SIZE
015760                    INTO WS-ISSUE-TEXT
015770             PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
015780         ELSE
015790             MOVE WP-QUALITY TO WS-NUM-03
015800             IF WS-NUM-03 > 100
015810                 STRING "ROW "            DELIMITED BY SIZE
015820                        WS-ROW-DISPLAY    DELIMITED BY SIZE
015830                        ": "              DELIMITED BY SIZE
015840                        WP-PROFILE-NAME   DELIMITED BY SPACE
015850                        " QUALITY ABOVE 100" DELIMITED BY SIZE
015860                        INTO WS-ISSUE-TEXT
015870                 PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
015880             END-IF
015890         END-IF
015900     END-IF
015910     MOVE "N" TO WS-MATCH-FOUND-SW
015920     IF WS-ROW-COUNT > 1 AND WS-ROW-COUNT NOT > 60
015930         PERFORM 2620-MATCH-EARLIER-PROFILE THRU 2620-EXIT
015940             VARYING WS-SCAN-SUB FROM 1 BY 1
015950             UNTIL WS-SCAN-SUB NOT < WS-ROW-COUNT
015960                OR WS-MATCH-FOUND
015970     END-IF
015980     IF WS-MATCH-FOUND
015990         STRING "ROW "            DELIMITED BY SIZE
016000                WS-ROW-DISPLAY    DELIMITED BY SIZE
016010                ": DUPLICATE PROFILE " DELIMITED BY SIZE
016020                WP-PROFILE-NAME   DELIMITED BY SPACE
016030                " - THE FIRST ROW WINS" DELIMITED BY SIZE
016040                INTO WS-ISSUE-TEXT
016050         PERFORM 2900-ADD-ISSUE THRU 2900-EXIT
016060     END-IF
016070     IF WS-ROW-COUNT NOT > 60
016080         MOVE WP-PROFILE-NAME TO WR-KEY (WS-ROW-COUNT)
016090     END-IF.
016100 2610-EXIT.
016110     EXIT.
016120
016130 2620-MATCH-EARLIER-PROFILE.
016140     IF WR-KEY (WS-SCAN-SUB) = WP-PROFILE-NAME
016150         SET WS-MATCH-FOUND TO TRUE
016160     END-IF.
016170 2620-EXIT.
016180     EXIT.
016190
016200*================================================================
016210*    2800 - ADD ONE VALUE TO THIS RUN'S SNAPSHOT
016220*================================================================
016230 2800-ADD-SNAPSHOT.
016240     IF WS-SNAP-COUNT = 400
016250         GO TO 2800-EXIT
016260     END-IF
016270     ADD 1 TO WS-SNAP-COUNT
016280     MOVE WS-CUR-FILE   TO WN-FILE (WS-SNAP-COUNT)
016290     MOVE WS-SNAP-KEY   TO WN-KEY (WS-SNAP-COUNT)
016300     MOVE WS-SNAP-VALUE TO WN-VALUE (WS-SNAP-COUNT)
016310     MOVE SPACES TO WS-SNAP-KEY
016320     MOVE SPACES TO WS-SNAP-VALUE.
016330 2800-EXIT.
016340     EXIT.
016350
016360*----------------------------------------------------------------
016370*    2900 - RECORD ONE PROBLEM WITH THE CURRENT FILE
016380*----------------------------------------------------------------
016390 2900-ADD-ISSUE.
016400     IF WS-ISSUE-COUNT < 60
016410         ADD 1 TO WS-ISSUE-COUNT
016420         MOVE WS-ISSUE-TEXT TO WI-TEXT (WS-ISSUE-COUNT)
016430     END-IF
016440     MOVE SPACES TO WS-ISSUE-TEXT.
016450 2900-EXIT.
016460     EXIT.
016470
016480*----------------------------------------------------------------
016490*    2950/2960 - THE FILE'S STATUS LINE, THEN ONE LINE PER
016500*    PROBLEM.  ANY PROBLEM MAKES THE FILE INVALID; A FILE THAT
016510*    IS NOT THERE (OR HOLDS NOTHING) RUNS ON ITS DEFAULTS.
016520*----------------------------------------------------------------
016530 2950-CLOSE-OUT-FILE.
016540     EVALUATE TRUE
016550         WHEN WS-ISSUE-COUNT > ZERO
016560             MOVE "INVALID" TO WS-CUR-STATE
016570             ADD 1 TO WS-INVALID-COUNT
016580         WHEN WS-FILE-MISSING
016590             MOVE "MISSING-DEFAULTED" TO WS-CUR-STATE
016600             ADD 1 TO WS-DEFAULTED-COUNT
016610         WHEN WS-FILE-EMPTY
016620             MOVE "MISSING-DEFAULTED" TO WS-CUR-STATE
016630             ADD 1 TO WS-DEFAULTED-COUNT
016640             MOVE SPACES TO WS-ISSUE-TEXT
016650             STRING "EMPTY FILE - "  DELIMITED BY SIZE
016660                    WS-CUR-DETAIL    DELIMITED BY SIZE
016670                    INTO WS-ISSUE-TEXT
016680             MOVE WS-ISSUE-TEXT (1:60) TO WS-CUR-DETAIL
016690             MOVE SPACES TO WS-ISSUE-TEXT
016700         WHEN OTHER
016710             MOVE "PRESENT" TO WS-CUR-STATE
016720             ADD 1 TO WS-PRESENT-COUNT
016730     END-EVALUATE
016740     MOVE SPACES        TO WS-STATUS-LINE
016750     MOVE WS-CUR-FILE   TO WL-FILE
016760     MOVE WS-CUR-STATE  TO WL-STATE
016770     MOVE WS-CUR-DETAIL TO WL-DETAIL
016780     MOVE WS-STATUS-LINE TO WS-REPORT-LINE
016790     PERFORM 5900-PUT-LINE THRU 5900-EXIT
016800     PERFORM 2960-WRITE-ONE-ISSUE THRU 2960-EXIT
016810         VARYING WS-ISSUE-SUB FROM 1 BY 1
016820         UNTIL WS-ISSUE-SUB > WS-ISSUE-COUNT
016830     IF WS-ISSUE-COUNT > ZERO
016840         DISPLAY "CFGAUDIT: " WS-CUR-FILE " INVALID - "
016850                 WI-TEXT (1)
016860     END-IF.
016870 2950-EXIT.
016880     EXIT.
016890
016900 2960-WRITE-ONE-ISSUE.
016910     MOVE SPACES TO WS-REPORT-LINE
016920     MOVE WI-TEXT (WS-ISSUE-SUB) TO WS-REPORT-LINE (33:80)
016930     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
016940 2960-EXIT.
016950     EXIT.
016960
016970*================================================================
016980*    3000-REPORT-DRIFT - COMPARE THE SNAPSHOT WITH THE BASELINE.
016990*    WITH NO BASELINE YET, OR WHEN ASKED, THIS RUN'S SNAPSHOT
017000*    BECOMES THE BASELINE.
017010*================================================================
017020 3000-REPORT-DRIFT.
017030     MOVE SPACES TO WS-REPORT-LINE
017040     PERFORM 5900-PUT-LINE THRU 5900-EXIT
017050     PERFORM 3100-LOAD-BASELINE THRU 3100-EXIT
017060     IF NOT WS-BASELINE-FOUND
017070         MOVE "NO BASELINE YET - THIS RUN'S VALUES SAVED AS IT"
017080             TO WS-REPORT-LINE
017090         PERFORM 5900-PUT-LINE THRU 5900-EXIT
017100         PERFORM 3500-SAVE-BASELINE THRU 3500-EXIT
017110         GO TO 3000-EXIT
017120     END-IF
017130     MOVE SPACES TO WS-REPORT-LINE
017140     STRING "CHANGES SINCE THE BASELINE OF " DELIMITED BY SIZE
017150            WS-BASELINE-TIMESTAMP            DELIMITED BY SIZE
017160            INTO WS-REPORT-LINE
017170     PERFORM 5900-PUT-LINE THRU 5900-EXIT
017180     PERFORM 3200-CHECK-ONE-VALUE THRU 3200-EXIT
017190         VARYING WS-SNAP-SUB FROM 1 BY 1
017200         UNTIL WS-SNAP-SUB > WS-SNAP-COUNT
017210     PERFORM 3300-CHECK-ONE-REMOVED THRU 3300-EXIT
017220         VARYING WS-BASE-SUB FROM 1 BY 1
017230         UNTIL WS-BASE-SUB > WS-BASE-COUNT
017240     IF WS-DRIFT-COUNT = ZERO
017250         MOVE "  NO CHANGES" TO WS-REPORT-LINE
017260         PERFORM 5900-PUT-LINE THRU 5900-EXIT
017270     END-IF
017280     IF WS-REBASELINE
017290         MOVE SPACES TO WS-REPORT-LINE
017300         PERFORM 5900-PUT-LINE THRU 5900-EXIT
017310         MOVE "BASELINE REPLACED WITH THIS RUN'S VALUES"
017320             TO WS-REPORT-LINE
017330         PERFORM 5900-PUT-LINE THRU 5900-EXIT
017340         PERFORM 3500-SAVE-BASELINE THRU 3500-EXIT
017350     END-IF.
017360 3000-EXIT.
017370     EXIT.
017380
017390 3100-LOAD-BASELINE.
017400     MOVE ZERO TO WS-BASE-COUNT
017410     MOVE "N"  TO WS-BASELINE-FOUND-SW
017420     MOVE "N"  TO WS-BASELINE-EOF-SW
017430     OPEN INPUT BASELINE-FILE
017440     IF WS-CFGBASE-STATUS NOT = "00"
017450         GO TO 3100-EXIT
017460     END-IF
017470     SET WS-BASELINE-FOUND TO TRUE
017480     PERFORM 3110-LOAD-ONE-BASELINE-VALUE THRU 3110-EXIT
017490         UNTIL WS-BASELINE-EOF
017500     CLOSE BASELINE-FILE.
017510 3100-EXIT.
017520     EXIT.
017530
017540 3110-LOAD-ONE-BASELINE-VALUE.
017550     READ BASELINE-FILE
017560         AT END
017570             MOVE "Y" TO WS-BASELINE-EOF-SW
017580     END-READ
017590     IF WS-BASELINE-EOF
017600         GO TO 3110-EXIT
017610     END-IF
017620     IF CB-FILE (1:1) = "*"
017630         MOVE CB-VALUE (1:20) TO WS-BASELINE-TIMESTAMP
017640         GO TO 3110-EXIT
017650     END-IF
017660     IF BASELINE-RECORD = SPACES OR WS-BASE-COUNT = 400
017670         GO TO 3110-EXIT
017680     END-IF
017690     ADD 1 TO WS-BASE-COUNT
017700     MOVE CB-FILE  TO WB-FILE (WS-BASE-COUNT)
017710     MOVE CB-KEY   TO WB-KEY (WS-BASE-COUNT)
017720     MOVE CB-VALUE TO WB-VALUE (WS-BASE-COUNT)
017730     MOVE "N"      TO WB-MATCHED-SW (WS-BASE-COUNT).
017740 3110-EXIT.
017750     EXIT.
017760
017770*----------------------------------------------------------------
017780*    3200/3210 - ONE SNAPSHOT VALUE AGAINST THE BASELINE: NEW,
017790*    CHANGED (OLD AND NEW SHOWN) OR UNCHANGED.  3300 - BASELINE
017800*    VALUES NOTHING MATCHED HAVE BEEN REMOVED.
017810*----------------------------------------------------------------
017820 3200-CHECK-ONE-VALUE.
017830     MOVE "N" TO WS-MATCH-FOUND-SW
017840     PERFORM 3210-FIND-BASELINE-VALUE THRU 3210-EXIT
017850         VARYING WS-BASE-SUB FROM 1 BY 1
017860         UNTIL WS-BASE-SUB > WS-BASE-COUNT
017870            OR WS-MATCH-FOUND
017880     MOVE SPACES TO WS-DRIFT-LINE
017890     MOVE WN-FILE (WS-SNAP-SUB) TO WD-FILE
017900     MOVE WN-KEY (WS-SNAP-SUB)  TO WD-KEY
017910     IF NOT WS-MATCH-FOUND
017920         ADD 1 TO WS-DRIFT-COUNT
017930         MOVE "ADDED"   TO WD-CHANGE
017940         MOVE "NEW "    TO WD-WHICH
017950         MOVE WN-VALUE (WS-SNAP-SUB) TO WD-VALUE
017960         MOVE WS-DRIFT-LINE TO WS-REPORT-LINE
017970         PERFORM 5900-PUT-LINE THRU 5900-EXIT
017980         GO TO 3200-EXIT
017990     END-IF
018000     SUBTRACT 1 FROM WS-BASE-SUB
018010     IF WB-VALUE (WS-BASE-SUB) = WN-VALUE (WS-SNAP-SUB)
018020         GO TO 3200-EXIT
018030     END-IF
018040     ADD 1 TO WS-DRIFT-COUNT
018050     MOVE "CHANGED" TO WD-CHANGE
018060     MOVE "WAS "    TO WD-WHICH
018070     MOVE WB-VALUE (WS-BASE-SUB) TO WD-VALUE
018080     MOVE WS-DRIFT-LINE TO WS-REPORT-LINE
018090     PERFORM 5900-PUT-LINE THRU 5900-EXIT
018100     MOVE SPACES TO WS-DRIFT-LINE
018110     MOVE "NOW "    TO WD-WHICH
018120     MOVE WN-VALUE (WS-SNAP-SUB) TO WD-VALUE
018130     MOVE WS-DRIFT-LINE TO WS-REPORT-LINE
018140     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
018150 3200-EXIT.
018160     EXIT.
018170
018180 3210-FIND-BASELINE-VALUE.
018190     IF WB-MATCHED (WS-BASE-SUB)
018200         GO TO 3210-EXIT
018210     END-IF
018220     IF WB-FILE (WS-BASE-SUB) = WN-FILE (WS-SNAP-SUB)
018230         AND WB-KEY (WS-BASE-SUB) = WN-KEY (WS-SNAP-SUB)
018240         SET WS-MATCH-FOUND TO TRUE
018250         SET WB-MATCHED (WS-BASE-SUB) TO TRUE
018260     END-IF.
018270 3210-EXIT.
018280     EXIT.
018290
018300 3300-CHECK-ONE-REMOVED.
018310     IF WB-MATCHED (WS-BASE-SUB)
018320         GO TO 3300-EXIT
018330     END-IF
018340     ADD 1 TO WS-DRIFT-COUNT
018350     MOVE SPACES TO WS-DRIFT-LINE
018360     MOVE WB-FILE (WS-BASE-SUB)  TO WD-FILE
018370     MOVE WB-KEY (WS-BASE-SUB)   TO WD-KEY
018380     MOVE "REMOVED"              TO WD-CHANGE
018390     MOVE "WAS "                 TO WD-WHICH
018400     MOVE WB-VALUE (WS-BASE-SUB) TO WD-VALUE
018410     MOVE WS-DRIFT-LINE TO WS-REPORT-LINE
018420     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
018430 3300-EXIT.
018440     EXIT.
018450
018460*----------------------------------------------------------------
018470*    3500/3510 - WRITE THIS RUN'S SNAPSHOT AS THE BASELINE, THE
018480*    TIME IT WAS TAKEN FIRST
018490*----------------------------------------------------------------
018500 3500-SAVE-BASELINE.
018510     OPEN OUTPUT BASELINE-FILE
018520     IF WS-CFGBASE-STATUS NOT = "00"
018530         DISPLAY "CFGAUDIT: CFGBASE NOT WRITTEN, STATUS "
018540                 WS-CFGBASE-STATUS
018550         GO TO 3500-EXIT
018560     END-IF
018570     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
018580     MOVE SPACES TO BASELINE-RECORD
018590     MOVE "*BASE"              TO CB-FILE
018600     MOVE "TAKEN"              TO CB-KEY
018610     MOVE WS-CURRENT-TIMESTAMP TO CB-VALUE
018620     WRITE BASELINE-RECORD
018630     PERFORM 3510-SAVE-ONE-VALUE THRU 3510-EXIT
018640         VARYING WS-SNAP-SUB FROM 1 BY 1
018650         UNTIL WS-SNAP-SUB > WS-SNAP-COUNT
018660     CLOSE BASELINE-FILE
018670     DISPLAY "CFGAUDIT: BASELINE SAVED - " WS-SNAP-COUNT
018680             " VALUE(S)".
018690 3500-EXIT.
018700     EXIT.
018710
018720 3510-SAVE-ONE-VALUE.
018730     MOVE SPACES TO BASELINE-RECORD
018740     MOVE WN-FILE (WS-SNAP-SUB)  TO CB-FILE
018750     MOVE WN-KEY (WS-SNAP-SUB)   TO CB-KEY
018760     MOVE WN-VALUE (WS-SNAP-SUB) TO CB-VALUE
018770     WRITE BASELINE-RECORD.
018780 3510-EXIT.
018790     EXIT.
018800
018810 5900-PUT-LINE.
018820     WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE.
018830 5900-EXIT.
018840     EXIT.
018850
018860*================================================================
018870*    9000-FINALIZE - TOTALS, THEN CLOSE THE REPORT
018880*================================================================
018890 9000-FINALIZE.
018900     MOVE SPACES TO WS-REPORT-LINE
018910     PERFORM 5900-PUT-LINE THRU 5900-EXIT
018920     MOVE WS-FILES-CHECKED TO WS-COUNT-DISPLAY
018930     MOVE SPACES TO WS-REPORT-LINE
018940     STRING "FILES CHECKED . . . . : " DELIMITED BY SIZE
018950            WS-COUNT-DISPLAY           DELIMITED BY SIZE
018960            INTO WS-REPORT-LINE
018970     PERFORM 5900-PUT-LINE THRU 5900-EXIT
018980     MOVE WS-PRESENT-COUNT TO WS-COUNT-DISPLAY
018990     MOVE SPACES TO WS-REPORT-LINE
019000     STRING "PRESENT . . . . . . . : " DELIMITED BY SIZE
019010            WS-COUNT-DISPLAY           DELIMITED BY SIZE
019020            INTO WS-REPORT-LINE
019030     PERFORM 5900-PUT-LINE THRU 5900-EXIT
019040     MOVE WS-DEFAULTED-COUNT TO WS-COUNT-DISPLAY
019050     MOVE SPACES TO WS-REPORT-LINE
019060     STRING "MISSING-DEFAULTED . . : " DELIMITED BY SIZE
019070            WS-COUNT-DISPLAY           DELIMITED BY SIZE
019080            INTO WS-REPORT-LINE
019090     PERFORM 5900-PUT-LINE THRU 5900-EXIT
019100     MOVE WS-INVALID-COUNT TO WS-COUNT-DISPLAY
019110     MOVE SPACES TO WS-REPORT-LINE
019120     STRING "INVALID . . . . . . . : " DELIMITED BY SIZE
019130            WS-COUNT-DISPLAY           DELIMITED BY SIZE
019140            INTO WS-REPORT-LINE
019150     PERFORM 5900-PUT-LINE THRU 5900-EXIT
019160     MOVE WS-DRIFT-COUNT TO WS-COUNT-DISPLAY
019170     MOVE SPACES TO WS-REPORT-LINE
019180     STRING "CHANGES SINCE BASELINE: " DELIMITED BY SIZE
019190            WS-COUNT-DISPLAY           DELIMITED BY SIZE
019200            INTO WS-REPORT-LINE
019210     PERFORM 5900-PUT-LINE THRU 5900-EXIT
019220     CLOSE AUDIT-REPORT-FILE
019230     DISPLAY "CFGAUDIT: FILES CHECKED . . . . : " WS-FILES-CHECKED
019240     DISPLAY "CFGAUDIT: INVALID . . . . . . . : " WS-INVALID-COUNT
019250     DISPLAY "CFGAUDIT: CHANGES SINCE BASELINE: " WS-DRIFT-COUNT.
019260 9000-EXIT.
019270     EXIT.
