000230*                    ENVPROF FILE THAT QUALIFIES EVERY FILE
000240*                    NAME, SO A TEST REPORT RUN READS AND TRIMS
000250*                    ONLY THE TEST-QUALIFIED LOG.
000260*   2026-10-15  DO   TRANLOG RECORDS NOW END IN THE RUN ID THAT
000270*                    WROTE THEM.  THE LOG, ARCHIVE AND WORK
000280*                    RECORDS ARE WIDENED TO CARRY IT SO THE STAMP
000290*                    SURVIVES ARCHIVING AND TRIMMING; OLDER
000300*                    RECORDS WITHOUT IT ARE READ AND KEPT AS THEY
000310*                    ARE.
000320*   2026-10-15  DO   TAKES THE ENVIRONMENT'S RUN LOCK (RUNLOCK)
000330*                    AT START AND RELEASES IT AT FINALIZE, AS
000340*                    MAIN DOES, SO ONLY ONE JOB AT A TIME RUNS
000350*                    IN AN ENVIRONMENT.  A LOCK HELD BY A LIVE
000360*                    PROCESS REFUSES THE JOB (9091); A STALE
000370*                    LOCK REFUSES IT TOO (9092) UNLESS THE PARM
000380*                    INCLUDES CLEARLOCK (9093).  EACH GOES TO
000390*                    ERRLOG AND ALERTS.
000400*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000410*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000420*----------------------------------------------------------------
000430* Compile this file on its own:
000440*
000450*  $ cobc -x example/trnrpt.cbl
000460*
000470* Then execute the binary file:
000480*
000490*  $ ./trnrpt
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
000630*    TRANSACTION LOG - THE RECORD MAIN WRITES
000640*----------------------------------------------------------------
000650     SELECT TRANSACTION-LOG-FILE ASSIGN TO DYNAMIC
000660         WS-TRANLOG-FILENAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-TRANLOG-STATUS.
000690
000700*----------------------------------------------------------------
000710*    ARCHIVE OF RECORDS OLDER THAN THE RETENTION PERIOD
000720*----------------------------------------------------------------
000730     SELECT TRAN-HISTORY-FILE ASSIGN TO DYNAMIC
000740         WS-TRANHIST-FILENAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TRANHIST-STATUS.
000770
000780*----------------------------------------------------------------
000790*    WORK FILE HOLDING THE RECORDS THAT STAY LIVE
000800*----------------------------------------------------------------
000810     SELECT TRAN-WORK-FILE ASSIGN TO DYNAMIC
000820         WS-TRNWORK-FILENAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-TRNWORK-STATUS.
000850
000860*----------------------------------------------------------------
000870*    RETENTION CONFIG - OPTIONAL, DAYS TO KEEP IN THE LIVE LOG
000880*----------------------------------------------------------------
000890     SELECT RETENTION-CONFIG-FILE ASSIGN TO DYNAMIC
000900         WS-RETNCFG-FILENAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RETNCFG-STATUS.
000930
000940*----------------------------------------------------------------
000950*    DAILY OPERATIONS REPORT
000960*----------------------------------------------------------------
000970     SELECT OPERATIONS-REPORT-FILE ASSIGN TO DYNAMIC
000980         WS-TRNRPT-FILENAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-TRNRPT-STATUS.
001010
001020*----------------------------------------------------------------
001030*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
001040*----------------------------------------------------------------
001050     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001060         WS-RUNLOCK-FILENAME
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-RUNLOCK-STATUS.
001090
001100*----------------------------------------------------------------
001110*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001120*----------------------------------------------------------------
001130     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001140         WS-LOCKWORK-FILENAME
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-LOCKWORK-STATUS.
001170
001180*----------------------------------------------------------------
001190*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
001200*    LOCK REFUSES OR CLEARS
001210*----------------------------------------------------------------
001220     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001230         WS-ERRLOG-FILENAME
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-ERRLOG-STATUS.
001260
001270     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001280         WS-ALERTS-FILENAME
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-ALERTS-STATUS.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  ENV-PROFILE-FILE.
001350 01  ENV-PROFILE-RECORD.
001360     05  EV-ENV-NAME                 PIC X(08).
001370     05  FILLER                      PIC X(01).
001380     05  EV-PREFIX                   PIC X(20).
001390
001400 FD  TRANSACTION-LOG-FILE.
001410 01  TRANSACTION-LOG-RECORD.
001420     05  TL-TIMESTAMP                PIC X(20).
001430     05  FILLER                      PIC X(01).
001440     05  TL-PROGRAM-NAME             PIC X(16).
001450     05  FILLER                      PIC X(01).
001460     05  TL-SCRIPT-OR-CODE           PIC X(100).
001470     05  FILLER                      PIC X(01).
001480     05  TL-COMPLETION-CODE         PIC X(06).
001490     05  FILLER                      PIC X(01).
001500     05  TL-RUN-ID                   PIC X(16).
001510
001520 FD  TRAN-HISTORY-FILE.
001530 01  TRAN-HISTORY-RECORD             PIC X(162).
001540
001550 FD  TRAN-WORK-FILE.
001560 01  TRAN-WORK-RECORD                PIC X(162).
001570
001580 FD  RETENTION-CONFIG-FILE.
001590 01  RETENTION-CONFIG-RECORD.
001600     05  RC-RETENTION-DAYS           PIC 9(03).
001610
001620 FD  OPERATIONS-REPORT-FILE.
001630 01  OPERATIONS-REPORT-RECORD        PIC X(100).
001640
001650 FD  RUN-LOCK-FILE.
001660 01  RUN-LOCK-RECORD.
001670     05  RL-RUN-ID                   PIC X(16).
001680     05  FILLER                      PIC X(01).
001690     05  RL-PROGRAM                  PIC X(08).
001700     05  FILLER                      PIC X(01).
001710     05  RL-PROCESS-ID               PIC 9(09).
001720     05  FILLER                      PIC X(01).
001730     05  RL-START-TIMESTAMP          PIC X(20).
001740
001750 FD  LOCK-WORK-FILE.
001760 01  LOCK-WORK-RECORD.
001770     05  LW-PROCESS-ID               PIC 9(10).
001780
001790 FD  ERROR-LOG-FILE.
001800 01  ERROR-LOG-RECORD.
001810     05  EL-TIMESTAMP                PIC X(20).
001820     05  FILLER                      PIC X(01)  VALUE SPACE.
001830     05  EL-STEP-NAME                PIC X(16).
001840     05  FILLER                      PIC X(01)  VALUE SPACE.
001850     05  EL-ERROR-CODE               PIC 9(04).
001860     05  FILLER                      PIC X(01)  VALUE SPACE.
001870     05  EL-SCRIPT-PATH              PIC X(80).
001880     05  FILLER                      PIC X(01)  VALUE SPACE.
001890     05  EL-ERROR-MESSAGE            PIC X(60).
001900     05  FILLER                      PIC X(01)  VALUE SPACE.
001910     05  EL-RUN-ID                   PIC X(16).
001920
001930 FD  ALERTS-FILE.
001940 01  ALERTS-RECORD.
001950     05  AL-TIMESTAMP                PIC X(20).
001960     05  FILLER                      PIC X(01).
001970     05  AL-SEVERITY                 PIC 9(01).
001980     05  FILLER                      PIC X(01).
001990     05  AL-DESTINATION              PIC X(16).
002000     05  FILLER                      PIC X(01).
002010     05  AL-ERROR-CODE               PIC 9(04).
002020     05  FILLER                      PIC X(01).
002030     05  AL-STEP-NAME                PIC X(16).
002040     05  FILLER                      PIC X(01).
002050     05  AL-MESSAGE                  PIC X(60).
002060     05  FILLER                      PIC X(01).
002070     05  AL-RUN-ID                   PIC X(16).
002080
002090 WORKING-STORAGE SECTION.
002100*----------------------------------------------------------------
002110*    FILE STATUS FIELDS
002120*----------------------------------------------------------------
002130 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002140 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
002150 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
002160 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
002170 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002180 01  WS-TRANLOG-STATUS               PIC X(02)  VALUE "00".
002190 01  WS-TRANHIST-STATUS              PIC X(02)  VALUE "00".
002200 01  WS-TRNWORK-STATUS               PIC X(02)  VALUE "00".
002210 01  WS-RETNCFG-STATUS               PIC X(02)  VALUE "00".
002220 01  WS-TRNRPT-STATUS                PIC X(02)  VALUE "00".
002230
002240*----------------------------------------------------------------
002250*    SWITCHES
002260*----------------------------------------------------------------
002270 77  WS-TRANLOG-EOF-SW               PIC X(01)  VALUE "N".
002280     88  WS-TRANLOG-EOF                          VALUE "Y".
002290 77  WS-TRANLOG-PRESENT-SW           PIC X(01)  VALUE "N".
002300     88  WS-TRANLOG-PRESENT                      VALUE "Y".
002310 77  WS-WORK-EOF-SW                  PIC X(01)  VALUE "N".
002320     88  WS-WORK-EOF                             VALUE "Y".
002330 77  WS-CC-NEGATIVE-SW               PIC X(01)  VALUE "N".
002340     88  WS-CC-NEGATIVE                          VALUE "Y".
002350 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002360     88  WS-ENVPROF-EOF                          VALUE "Y".
002370 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002380     88  WS-ENV-FOUND                            VALUE "Y".
002390 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
002400     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
002410 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
002420     88  WS-LOCK-FOUND                           VALUE "Y".
002430 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
002440     88  WS-LOCK-STALE                           VALUE "Y".
002450 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
002460     88  WS-RUN-LOCK-HELD                        VALUE "Y".
002470 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
002480     88  WS-JOB-REFUSED                          VALUE "Y".
002490
002500*----------------------------------------------------------------
002510*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
002520*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
002530*----------------------------------------------------------------
002540 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002550 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
002560 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
002570 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
002580 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
002590 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
002600 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
002610 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
002620 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
002630 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
002640 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
002650 01  WS-TRANLOG-FILENAME             PIC X(80) VALUE "TRANLOG".
002660 01  WS-TRANHIST-FILENAME            PIC X(80) VALUE "TRANHIST".
002670 01  WS-TRNWORK-FILENAME             PIC X(80) VALUE "TRNWORK".
002680 01  WS-RETNCFG-FILENAME             PIC X(80) VALUE "RETNCFG".
002690 01  WS-TRNRPT-FILENAME              PIC X(80) VALUE "TRNRPT".
002700
002710*----------------------------------------------------------------
002720*    COUNTERS AND SUBSCRIPTS
002730*----------------------------------------------------------------
002740 77  WS-RECORDS-READ                 PIC 9(07)  COMP VALUE ZERO.
002750 77  WS-RECORDS-ARCHIVED             PIC 9(07)  COMP VALUE ZERO.
002760 77  WS-RECORDS-RETAINED             PIC 9(07)  COMP VALUE ZERO.
002770 77  WS-TOTAL-FAILURES               PIC 9(07)  COMP VALUE ZERO.
002780 77  WS-PGM-COUNT                    PIC 9(02)  COMP VALUE ZERO.
002790 77  WS-PGM-SUB                      PIC 9(02)  COMP VALUE ZERO.
002800 77  WS-PGM-FOUND-SUB                PIC 9(02)  COMP VALUE ZERO.
002810 77  WS-DASH-COUNT                   PIC 9(02)  COMP VALUE ZERO.
002820
002830*----------------------------------------------------------------
002840*    RETENTION AND CUTOFF
002850*----------------------------------------------------------------
002860 01  WS-RETENTION-DAYS               PIC 9(03) VALUE 7.
002870 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
002880 01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
002890
002900*----------------------------------------------------------------
002910*    PER-PROGRAM-NAME STATISTICS.  TEN SLOTS IS GENEROUS FOR
002920*    THE TWO CALLERS MAIN HAS TODAY; OVERFLOW LUMPS INTO THE
002930*    LAST SLOT UNDER THE NAME *OTHER*.
002940*----------------------------------------------------------------
002950 01  WS-PROGRAM-STATS-TABLE.
002960     05  WS-PGM-ENTRY OCCURS 10 TIMES.
002970         10  WS-PGM-NAME             PIC X(16).
002980         10  WS-PGM-CALLS            PIC 9(07) COMP.
002990         10  WS-PGM-OK               PIC 9(07) COMP.
003000         10  WS-PGM-FAIL             PIC 9(07) COMP.
003010         10  WS-PGM-FIRST-TS         PIC X(20).
003020         10  WS-PGM-LAST-TS          PIC X(20).
003030
003040*----------------------------------------------------------------
003050*    COMPLETION CODE PARSE WORK AREA.  TL-COMPLETION-CODE IS
003060*    THE EDITED -(5)9 FIELD MAIN WRITES, SO IT COMES BACK WITH
003070*    LEADING SPACES AND AN OPTIONAL MINUS SIGN.
003080*----------------------------------------------------------------
003090 01  WS-CC-WORK                      PIC X(06) VALUE SPACES.
003100 01  WS-CC-NUMERIC REDEFINES WS-CC-WORK
003110                                     PIC 9(06).
003120 01  WS-CC-VALUE                     PIC S9(06) COMP VALUE ZERO.
003130
003140*----------------------------------------------------------------
003150*    TIMESTAMP WORK AREA
003160*----------------------------------------------------------------
003170 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003180 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003190 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003200
003210*----------------------------------------------------------------
003220*    REPORT WORK FIELDS
003230*----------------------------------------------------------------
003240 01  WS-REPORT-LINE                  PIC X(100) VALUE SPACES.
003250 01  WS-COUNT-DISPLAY                PIC ZZZZZZ9 VALUE ZERO.
003260 01  WS-OK-DISPLAY                   PIC ZZZZZZ9 VALUE ZERO.
003270 01  WS-FAIL-DISPLAY                 PIC ZZZZZZ9 VALUE ZERO.
003280 01  WS-FAILURE-RATE                 PIC 9(03)V9 VALUE ZERO.
003290 01  WS-RATE-DISPLAY                 PIC ZZ9.9 VALUE ZERO.
003300 01  WS-CUTOFF-DISPLAY               PIC 9(08) VALUE ZERO.
003310
003320*----------------------------------------------------------------
003330*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
003340*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
003350*----------------------------------------------------------------
003360 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
003370 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
003380 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
003390 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
003400 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
003410 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
003420 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
003430
003440 PROCEDURE DIVISION.
003450*================================================================
003460*    0000-MAINLINE
003470*================================================================
003480 0000-MAINLINE.
003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003500     IF WS-JOB-REFUSED
003510         MOVE 8 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     PERFORM 2000-PROCESS-TRANLOG THRU 2000-EXIT
003550     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
003560     PERFORM 4000-REPLACE-LIVE-LOG THRU 4000-EXIT
003570     PERFORM 9000-FINALIZE THRU 9000-EXIT
003580     STOP RUN.
003590
003600*================================================================
003610*    1000-INITIALIZE - OPEN FILES, LOAD THE RETENTION PERIOD
003620*    AND COMPUTE THE ARCHIVE CUTOFF DATE
003630*================================================================
003640 1000-INITIALIZE.
003650     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003660     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
003670     IF WS-JOB-REFUSED
003680         GO TO 1000-EXIT
003690     END-IF
003700     OPEN INPUT TRANSACTION-LOG-FILE
003710     IF WS-TRANLOG-STATUS = "00"
003720         SET WS-TRANLOG-PRESENT TO TRUE
003730     ELSE
003740         DISPLAY "TRNRPT: TRANLOG NOT FOUND - EMPTY REPORT"
003750         MOVE "Y" TO WS-TRANLOG-EOF-SW
003760     END-IF
003770     OPEN EXTEND TRAN-HISTORY-FILE
003780     IF WS-TRANHIST-STATUS NOT = "00"
003790         OPEN OUTPUT TRAN-HISTORY-FILE
003800     END-IF
003810     OPEN OUTPUT TRAN-WORK-FILE
003820     OPEN OUTPUT OPERATIONS-REPORT-FILE
003830     PERFORM 1100-LOAD-RETENTION-CONFIG THRU 1100-EXIT
003840     PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT.
003850 1000-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
003900*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
003910*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
003920*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
003930*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
003940*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
003950*    STALE RUN LOCK.
003960*----------------------------------------------------------------
003970 1010-RESOLVE-ENVIRONMENT.
003980     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003990     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
004000         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
004010     END-UNSTRING
004020     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
004030         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
004040     END-IF
004050     IF WS-LOCK-TOKEN (1:4) = "ENV="
004060         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
004070     END-IF
004080     IF WS-ENV-TOKEN (1:4) = "ENV="
004090         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
004100         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004110     END-IF
004120     MOVE "TRANLOG" TO WS-BASE-FILENAME
004130     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004140     MOVE WS-BUILT-FILENAME TO WS-TRANLOG-FILENAME
004150     MOVE "TRANHIST" TO WS-BASE-FILENAME
004160     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004170     MOVE WS-BUILT-FILENAME TO WS-TRANHIST-FILENAME
004180     MOVE "TRNWORK" TO WS-BASE-FILENAME
004190     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004200     MOVE WS-BUILT-FILENAME TO WS-TRNWORK-FILENAME
004210     MOVE "RETNCFG" TO WS-BASE-FILENAME
004220     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004230     MOVE WS-BUILT-FILENAME TO WS-RETNCFG-FILENAME
004240     MOVE "TRNRPT" TO WS-BASE-FILENAME
004250     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004260     MOVE WS-BUILT-FILENAME TO WS-TRNRPT-FILENAME
004270     MOVE "RUNLOCK" TO WS-BASE-FILENAME
004280     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004290     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
004300     MOVE "LOCKWORK" TO WS-BASE-FILENAME
004310     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004320     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
004330     MOVE "ERRLOG" TO WS-BASE-FILENAME
004340     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004350     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
004360     MOVE "ALERTS" TO WS-BASE-FILENAME
004370     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004380     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
004390 1010-EXIT.
004400     EXIT.
004410
004420 1020-LOAD-ENV-PROFILE.
004430     MOVE "N" TO WS-ENV-FOUND-SW
004440     MOVE "N" TO WS-ENVPROF-EOF-SW
004450     OPEN INPUT ENV-PROFILE-FILE
004460     IF WS-ENVPROF-STATUS NOT = "00"
004470         MOVE "Y" TO WS-ENVPROF-EOF-SW
004480     END-IF
004490     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004500         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004510     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004520         CLOSE ENV-PROFILE-FILE
004530     END-IF
004540     IF WS-ENV-FOUND
004550         DISPLAY "TRNRPT: ENVIRONMENT " WS-ENV-NAME
004560                 " - FILE PREFIX " WS-ENV-PREFIX
004570     ELSE
004580         MOVE SPACES TO WS-ENV-PREFIX
004590         STRING WS-ENV-NAME DELIMITED BY SPACE
004600                "."         DELIMITED BY SIZE
004610                INTO WS-ENV-PREFIX
004620         DISPLAY "TRNRPT: ENVIRONMENT " WS-ENV-NAME
004630                 " NOT IN ENVPROF - USING PREFIX "
004640                 WS-ENV-PREFIX
004650     END-IF.
004660 1020-EXIT.
004670     EXIT.
004680
004690 1030-READ-ONE-PROFILE.
004700     READ ENV-PROFILE-FILE
004710         AT END
004720             MOVE "Y" TO WS-ENVPROF-EOF-SW
004730     END-READ
004740     IF WS-ENVPROF-EOF
004750         GO TO 1030-EXIT
004760     END-IF
004770     IF ENV-PROFILE-RECORD = SPACES
004780         OR EV-ENV-NAME (1:1) = "*"
004790         GO TO 1030-EXIT
004800     END-IF
004810     IF EV-ENV-NAME = WS-ENV-NAME
004820         SET WS-ENV-FOUND TO TRUE
004830         MOVE EV-PREFIX TO WS-ENV-PREFIX
004840     END-IF.
004850 1030-EXIT.
004860     EXIT.
004870
004880 1050-BUILD-ONE-FILENAME.
004890     MOVE SPACES TO WS-BUILT-FILENAME
004900     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
004910            WS-BASE-FILENAME DELIMITED BY SPACE
004920            INTO WS-BUILT-FILENAME.
004930 1050-EXIT.
004940     EXIT.
004950
004960 1100-LOAD-RETENTION-CONFIG.
004970     OPEN INPUT RETENTION-CONFIG-FILE
004980     IF WS-RETNCFG-STATUS NOT = "00"
004990         GO TO 1100-EXIT
005000     END-IF
005010     READ RETENTION-CONFIG-FILE
005020         AT END CONTINUE
005030     END-READ
005040     IF WS-RETNCFG-STATUS = "00"
005050         AND RC-RETENTION-DAYS IS NUMERIC
005060         MOVE RC-RETENTION-DAYS TO WS-RETENTION-DAYS
005070     END-IF
005080     CLOSE RETENTION-CONFIG-FILE.
005090 1100-EXIT.
005100     EXIT.
005110
005120 1200-COMPUTE-CUTOFF-DATE.
005130     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
005140     COMPUTE WS-DATE-INTEGER =
005150         FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
005160         - WS-RETENTION-DAYS
005170     END-COMPUTE
005180     MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
005190         TO WS-CUTOFF-DATE.
005200 1200-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
005250*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
005260*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
005270*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
005280*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
005290*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
005300*----------------------------------------------------------------
005310 1400-TAKE-RUN-LOCK.
005320     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
005330     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
005340     MOVE SPACES TO WS-JOB-ID
005350     STRING WS-TS-DATE DELIMITED BY SIZE
005360            WS-TS-TIME DELIMITED BY SIZE
005370            INTO WS-JOB-ID
005380     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
005390     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
005400     MOVE SPACES TO WS-LOCK-MESSAGE
005410     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
005420         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
005430                WS-LOCK-HOLDER      DELIMITED BY SIZE
005440                INTO WS-LOCK-MESSAGE
005450         MOVE 9091 TO WS-LOCK-ERR-CODE
005460         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
005470         SET WS-JOB-REFUSED TO TRUE
005480         DISPLAY "TRNRPT: REFUSED - ANOTHER JOB HOLDS THE "
005490                 "RUN LOCK"
005500         GO TO 1400-EXIT
005510     END-IF
005520     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
005530         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
005540                WS-LOCK-HOLDER      DELIMITED BY SIZE
005550                INTO WS-LOCK-MESSAGE
005560         MOVE 9092 TO WS-LOCK-ERR-CODE
005570         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
005580         SET WS-JOB-REFUSED TO TRUE
005590         DISPLAY "TRNRPT: REFUSED - STALE RUN LOCK; CHECK THE "
005600                 "FILES, THEN RERUN WITH CLEARLOCK"
005610         GO TO 1400-EXIT
005620     END-IF
005630     IF WS-LOCK-FOUND
005640         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
005650                WS-LOCK-HOLDER         DELIMITED BY SIZE
005660                INTO WS-LOCK-MESSAGE
005670         MOVE 9093 TO WS-LOCK-ERR-CODE
005680         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
005690     END-IF
005700     OPEN OUTPUT RUN-LOCK-FILE
005710     IF WS-RUNLOCK-STATUS NOT = "00"
005720         DISPLAY "TRNRPT: RUNLOCK NOT WRITTEN, STATUS "
005730                 WS-RUNLOCK-STATUS
005740         GO TO 1400-EXIT
005750     END-IF
005760     MOVE SPACES                 TO RUN-LOCK-RECORD
005770     MOVE WS-JOB-ID              TO RL-RUN-ID
005780     MOVE "TRNRPT"               TO RL-PROGRAM
005790     MOVE WS-OWN-PID             TO RL-PROCESS-ID
005800     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
005810     WRITE RUN-LOCK-RECORD
005820     CLOSE RUN-LOCK-FILE
005830     SET WS-RUN-LOCK-HELD TO TRUE.
005840 1400-EXIT.
005850     EXIT.
005860
005870 1410-GET-OWN-PROCESS-ID.
005880     MOVE ZERO TO WS-OWN-PID
005890     MOVE SPACES TO WS-LOCK-COMMAND
005900     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
005910            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
005920            " 2>/dev/null"               DELIMITED BY SIZE
005930            INTO WS-LOCK-COMMAND
005940     CALL "SYSTEM" USING WS-LOCK-COMMAND
005950     OPEN INPUT LOCK-WORK-FILE
005960     IF WS-LOCKWORK-STATUS NOT = "00"
005970         GO TO 1410-EXIT
005980     END-IF
005990     READ LOCK-WORK-FILE
006000         AT END CONTINUE
006010     END-READ
006020     IF WS-LOCKWORK-STATUS = "00"
006030         AND LW-PROCESS-ID IS NUMERIC
006040         MOVE LW-PROCESS-ID TO WS-OWN-PID
006050     END-IF
006060     CLOSE LOCK-WORK-FILE.
006070 1410-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
006120*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
006130*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
006140*    ALIVE AND COUNTS AS STALE.
006150*----------------------------------------------------------------
006160 1420-READ-RUN-LOCK.
006170     MOVE "N" TO WS-LOCK-FOUND-SW
006180     MOVE "N" TO WS-LOCK-STALE-SW
006190     MOVE SPACES TO WS-LOCK-HOLDER
006200     OPEN INPUT RUN-LOCK-FILE
006210     IF WS-RUNLOCK-STATUS NOT = "00"
006220         GO TO 1420-EXIT
006230     END-IF
006240     MOVE SPACES TO RUN-LOCK-RECORD
006250     READ RUN-LOCK-FILE
006260         AT END CONTINUE
006270     END-READ
006280     CLOSE RUN-LOCK-FILE
006290     IF RUN-LOCK-RECORD = SPACES
006300         GO TO 1420-EXIT
006310     END-IF
006320     SET WS-LOCK-FOUND TO TRUE
006330     STRING RL-PROGRAM    DELIMITED BY SPACE
006340            " RUN "       DELIMITED BY SIZE
006350            RL-RUN-ID     DELIMITED BY SPACE
006360            " PID "       DELIMITED BY SIZE
006370            RL-PROCESS-ID DELIMITED BY SIZE
006380            INTO WS-LOCK-HOLDER
006390     IF RL-PROCESS-ID IS NOT NUMERIC
006400         OR RL-PROCESS-ID = ZERO
006410         SET WS-LOCK-STALE TO TRUE
006420         GO TO 1420-EXIT
006430     END-IF
006440     MOVE SPACES TO WS-LOCK-COMMAND
006450     STRING "kill -0 "         DELIMITED BY SIZE
006460            RL-PROCESS-ID      DELIMITED BY SIZE
006470            " >/dev/null 2>&1" DELIMITED BY SIZE
006480            INTO WS-LOCK-COMMAND
006490     CALL "SYSTEM" USING WS-LOCK-COMMAND
006500     IF RETURN-CODE NOT = ZERO
006510         SET WS-LOCK-STALE TO TRUE
006520     END-IF
006530     MOVE ZERO TO RETURN-CODE.
006540 1420-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
006590*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
006600*    RUN, SO THE RUN ID IS BLANK.
006610*----------------------------------------------------------------
006620 1440-LOG-LOCK-EVENT.
006630     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
006640     OPEN EXTEND ERROR-LOG-FILE
006650     IF WS-ERRLOG-STATUS NOT = "00"
006660         OPEN OUTPUT ERROR-LOG-FILE
006670     END-IF
006680     IF WS-ERRLOG-STATUS = "00"
006690         MOVE SPACES               TO ERROR-LOG-RECORD
006700         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
006710         MOVE "TRNRPT"             TO EL-STEP-NAME
006720         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
006730         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
006740         WRITE ERROR-LOG-RECORD
006750         CLOSE ERROR-LOG-FILE
006760     END-IF
006770     OPEN EXTEND ALERTS-FILE
006780     IF WS-ALERTS-STATUS NOT = "00"
006790         OPEN OUTPUT ALERTS-FILE
006800     END-IF
006810     IF WS-ALERTS-STATUS = "00"
006820         MOVE SPACES               TO ALERTS-RECORD
006830         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
006840         IF WS-LOCK-ERR-CODE = 9093
006850             MOVE 3                TO AL-SEVERITY
006860             MOVE "INFOLOG"        TO AL-DESTINATION
006870         ELSE
006880             MOVE 2                TO AL-SEVERITY
006890             MOVE "OPERATIONS"     TO AL-DESTINATION
006900         END-IF
006910         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
006920         MOVE "TRNRPT"             TO AL-STEP-NAME
006930         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
006940         WRITE ALERTS-RECORD
006950         CLOSE ALERTS-FILE
006960     END-IF
006970     DISPLAY "TRNRPT: ERROR " WS-LOCK-ERR-CODE ": "
006980             WS-LOCK-MESSAGE.
006990 1440-EXIT.
007000     EXIT.
007010
007020*================================================================
007030*    2000-PROCESS-TRANLOG - ONE PASS OVER THE LIVE LOG:
007040*    ACCUMULATE THE STATISTICS AND ROUTE EVERY RECORD EITHER
007050*    TO THE ARCHIVE OR TO THE WORK FILE THAT STAYS LIVE
007060*================================================================
007070 2000-PROCESS-TRANLOG.
007080     PERFORM 2900-READ-TRANLOG THRU 2900-EXIT
007090     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
007100         UNTIL WS-TRANLOG-EOF.
007110 2000-EXIT.
007120     EXIT.
007130
007140 2100-PROCESS-ONE-RECORD.
007150     IF TRANSACTION-LOG-RECORD = SPACES
007160         PERFORM 2900-READ-TRANLOG THRU 2900-EXIT
007170         GO TO 2100-EXIT
007180     END-IF
007190     ADD 1 TO WS-RECORDS-READ
007200     PERFORM 2200-FIND-PROGRAM-ENTRY THRU 2200-EXIT
007210     PERFORM 2300-PARSE-COMPLETION-CODE THRU 2300-EXIT
007220     ADD 1 TO WS-PGM-CALLS (WS-PGM-FOUND-SUB)
007230     IF WS-CC-VALUE = ZERO AND NOT WS-CC-NEGATIVE
007240         ADD 1 TO WS-PGM-OK (WS-PGM-FOUND-SUB)
007250     ELSE
007260         ADD 1 TO WS-PGM-FAIL (WS-PGM-FOUND-SUB)
007270         ADD 1 TO WS-TOTAL-FAILURES
007280     END-IF
007290     IF WS-PGM-FIRST-TS (WS-PGM-FOUND-SUB) = SPACES
007300         OR TL-TIMESTAMP < WS-PGM-FIRST-TS (WS-PGM-FOUND-SUB)
007310         MOVE TL-TIMESTAMP
007320             TO WS-PGM-FIRST-TS (WS-PGM-FOUND-SUB)
007330     END-IF
007340     IF TL-TIMESTAMP > WS-PGM-LAST-TS (WS-PGM-FOUND-SUB)
007350         MOVE TL-TIMESTAMP
007360             TO WS-PGM-LAST-TS (WS-PGM-FOUND-SUB)
007370     END-IF
007380     IF TL-TIMESTAMP (1:8) < WS-CUTOFF-DATE
007390         WRITE TRAN-HISTORY-RECORD
007400             FROM TRANSACTION-LOG-RECORD
007410         ADD 1 TO WS-RECORDS-ARCHIVED
007420     ELSE
007430         WRITE TRAN-WORK-RECORD
007440             FROM TRANSACTION-LOG-RECORD
007450         ADD 1 TO WS-RECORDS-RETAINED
007460     END-IF
007470     PERFORM 2900-READ-TRANLOG THRU 2900-EXIT.
007480 2100-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520*    2200 - LOOK THE PROGRAM NAME UP IN THE STATS TABLE,
007530*    ADDING IT ON FIRST SIGHT.  A FULL TABLE LUMPS THE REST
007540*    INTO THE FINAL SLOT AS *OTHER*.
007550*----------------------------------------------------------------
007560 2200-FIND-PROGRAM-ENTRY.
007570     MOVE ZERO TO WS-PGM-FOUND-SUB
007580     PERFORM 2210-MATCH-ONE-ENTRY THRU 2210-EXIT
007590         VARYING WS-PGM-SUB FROM 1 BY 1
007600         UNTIL WS-PGM-SUB > WS-PGM-COUNT
007610            OR WS-PGM-FOUND-SUB > ZERO
007620     IF WS-PGM-FOUND-SUB > ZERO
007630         GO TO 2200-EXIT
007640     END-IF
007650     IF WS-PGM-COUNT < 9
007660         ADD 1 TO WS-PGM-COUNT
007670         MOVE WS-PGM-COUNT TO WS-PGM-FOUND-SUB
007680         MOVE TL-PROGRAM-NAME
007690             TO WS-PGM-NAME (WS-PGM-FOUND-SUB)
007700         PERFORM 2220-INIT-ONE-ENTRY THRU 2220-EXIT
007710     ELSE
007720         IF WS-PGM-NAME (10) NOT = "*OTHER*"
007730             MOVE 10 TO WS-PGM-COUNT
007740             MOVE 10 TO WS-PGM-FOUND-SUB
007750             MOVE "*OTHER*" TO WS-PGM-NAME (10)
007760             PERFORM 2220-INIT-ONE-ENTRY THRU 2220-EXIT
007770         END-IF
007780         MOVE 10 TO WS-PGM-FOUND-SUB
007790     END-IF.
007800 2200-EXIT.
007810     EXIT.
007820
007830 2220-INIT-ONE-ENTRY.
007840     MOVE ZERO   TO WS-PGM-CALLS (WS-PGM-FOUND-SUB)
007850     MOVE ZERO   TO WS-PGM-OK (WS-PGM-FOUND-SUB)
007860     MOVE ZERO   TO WS-PGM-FAIL (WS-PGM-FOUND-SUB)
007870     MOVE SPACES TO WS-PGM-FIRST-TS (WS-PGM-FOUND-SUB)
007880     MOVE SPACES TO WS-PGM-LAST-TS (WS-PGM-FOUND-SUB).
007890 2220-EXIT.
007900     EXIT.
007910
007920 2210-MATCH-ONE-ENTRY.
007930     IF WS-PGM-NAME (WS-PGM-SUB) = TL-PROGRAM-NAME
007940         MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
007950     END-IF.
007960 2210-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000*    2300 - TURN THE EDITED COMPLETION CODE BACK INTO A NUMBER
008010*----------------------------------------------------------------
008020 2300-PARSE-COMPLETION-CODE.
008030     MOVE "N" TO WS-CC-NEGATIVE-SW
008040     MOVE ZERO TO WS-DASH-COUNT
008050     MOVE TL-COMPLETION-CODE TO WS-CC-WORK
008060     INSPECT WS-CC-WORK TALLYING WS-DASH-COUNT FOR ALL "-"
008070     IF WS-DASH-COUNT > ZERO
008080         SET WS-CC-NEGATIVE TO TRUE
008090     END-IF
008100     INSPECT WS-CC-WORK REPLACING ALL "-" BY "0"
008110     INSPECT WS-CC-WORK REPLACING ALL " " BY "0"
008120     IF WS-CC-WORK IS NUMERIC
008130         MOVE WS-CC-NUMERIC TO WS-CC-VALUE
008140     ELSE
008150         MOVE 1 TO WS-CC-VALUE
008160     END-IF.
008170 2300-EXIT.
008180     EXIT.
008190
008200 2900-READ-TRANLOG.
008210     READ TRANSACTION-LOG-FILE
008220         AT END
008230             MOVE "Y" TO WS-TRANLOG-EOF-SW
008240     END-READ.
008250 2900-EXIT.
008260     EXIT.
008270
008280*================================================================
008290*    3000-WRITE-REPORT - THE MORNING CHECKOUT REPORT
008300*================================================================
008310 3000-WRITE-REPORT.
008320     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
008330     MOVE "DAILY OPERATIONS REPORT - TRANLOG" TO WS-REPORT-LINE
008340     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008350     MOVE ALL "-" TO WS-REPORT-LINE
008360     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008370     MOVE SPACES TO WS-REPORT-LINE
008380     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
008390            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
008400            INTO WS-REPORT-LINE
008410     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008420     MOVE SPACES TO WS-REPORT-LINE
008430     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008440     PERFORM 3100-WRITE-PROGRAM-BLOCK THRU 3100-EXIT
008450         VARYING WS-PGM-SUB FROM 1 BY 1
008460         UNTIL WS-PGM-SUB > WS-PGM-COUNT
008470     IF WS-PGM-COUNT = ZERO
008480         MOVE "NO CALLS ON FILE" TO WS-REPORT-LINE
008490         WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008500     END-IF
008510     MOVE SPACES TO WS-REPORT-LINE
008520     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008530     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DISPLAY
008540     MOVE WS-RECORDS-ARCHIVED TO WS-COUNT-DISPLAY
008550     MOVE SPACES TO WS-REPORT-LINE
008560     STRING "ARCHIVED TO TRANHIST (BEFORE " DELIMITED BY SIZE
008570            WS-CUTOFF-DISPLAY              DELIMITED BY SIZE
008580            ") : "                         DELIMITED BY SIZE
008590            WS-COUNT-DISPLAY               DELIMITED BY SIZE
008600            INTO WS-REPORT-LINE
008610     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008620     MOVE WS-RECORDS-RETAINED TO WS-COUNT-DISPLAY
008630     MOVE SPACES TO WS-REPORT-LINE
008640     STRING "RETAINED IN LIVE LOG  . . . . . . . . . : "
008650                                           DELIMITED BY SIZE
008660            WS-COUNT-DISPLAY               DELIMITED BY SIZE
008670            INTO WS-REPORT-LINE
008680     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE.
008690 3000-EXIT.
008700     EXIT.
008710
008720 3100-WRITE-PROGRAM-BLOCK.
008730     MOVE WS-PGM-CALLS (WS-PGM-SUB) TO WS-COUNT-DISPLAY
008740     MOVE WS-PGM-OK (WS-PGM-SUB)    TO WS-OK-DISPLAY
008750     MOVE WS-PGM-FAIL (WS-PGM-SUB)  TO WS-FAIL-DISPLAY
008760     IF WS-PGM-CALLS (WS-PGM-SUB) = ZERO
008770         MOVE ZERO TO WS-FAILURE-RATE
008780     ELSE
008790         COMPUTE WS-FAILURE-RATE ROUNDED =
008800             WS-PGM-FAIL (WS-PGM-SUB) * 100
008810             / WS-PGM-CALLS (WS-PGM-SUB)
008820         END-COMPUTE
008830     END-IF
008840     MOVE WS-FAILURE-RATE TO WS-RATE-DISPLAY
008850     MOVE SPACES TO WS-REPORT-LINE
008860     STRING WS-PGM-NAME (WS-PGM-SUB)  DELIMITED BY SIZE
008870            " CALLS "                 DELIMITED BY SIZE
008880            WS-COUNT-DISPLAY          DELIMITED BY SIZE
008890            "  OK "                   DELIMITED BY SIZE
008900            WS-OK-DISPLAY             DELIMITED BY SIZE
008910            "  FAIL "                 DELIMITED BY SIZE
008920            WS-FAIL-DISPLAY           DELIMITED BY SIZE
008930            "  RATE "                 DELIMITED BY SIZE
008940            WS-RATE-DISPLAY           DELIMITED BY SIZE
008950            "%"                       DELIMITED BY SIZE
008960            INTO WS-REPORT-LINE
008970     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE
008980     MOVE SPACES TO WS-REPORT-LINE
008990     STRING "                 FIRST " DELIMITED BY SIZE
009000            WS-PGM-FIRST-TS (WS-PGM-SUB) DELIMITED BY SIZE
009010            "  LAST "                 DELIMITED BY SIZE
009020            WS-PGM-LAST-TS (WS-PGM-SUB) DELIMITED BY SIZE
009030            INTO WS-REPORT-LINE
009040     WRITE OPERATIONS-REPORT-RECORD FROM WS-REPORT-LINE.
009050 3100-EXIT.
009060     EXIT.
009070
009080*================================================================
009090*    4000-REPLACE-LIVE-LOG - COPY THE WORK FILE BACK OVER
009100*    TRANLOG.  LEFT ALONE WHEN NOTHING WAS ARCHIVED SO AN
009110*    ALL-CURRENT LOG IS NEVER REWRITTEN FOR NO REASON.
009120*================================================================
009130 4000-REPLACE-LIVE-LOG.
009140     IF WS-TRANLOG-PRESENT
009150         CLOSE TRANSACTION-LOG-FILE
009160     END-IF
009170     CLOSE TRAN-WORK-FILE
009180     IF NOT WS-TRANLOG-PRESENT
009190         OR WS-RECORDS-ARCHIVED = ZERO
009200         GO TO 4000-EXIT
009210     END-IF
009220     OPEN INPUT TRAN-WORK-FILE
009230     IF WS-TRNWORK-STATUS NOT = "00"
009240         DISPLAY "TRNRPT: CANNOT REOPEN TRNWORK, STATUS "
009250                 WS-TRNWORK-STATUS
009260                 " - LIVE LOG LEFT UNCHANGED"
009270         GO TO 4000-EXIT
009280     END-IF
009290     OPEN OUTPUT TRANSACTION-LOG-FILE
009300     IF WS-TRANLOG-STATUS NOT = "00"
009310         DISPLAY "TRNRPT: CANNOT REWRITE TRANLOG, STATUS "
009320                 WS-TRANLOG-STATUS
009330         CLOSE TRAN-WORK-FILE
009340         GO TO 4000-EXIT
009350     END-IF
009360     MOVE "N" TO WS-WORK-EOF-SW
009370     PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
009380         UNTIL WS-WORK-EOF
009390     CLOSE TRAN-WORK-FILE
009400     CLOSE TRANSACTION-LOG-FILE.
009410 4000-EXIT.
009420     EXIT.
009430
009440 4100-COPY-ONE-RECORD.
009450     READ TRAN-WORK-FILE
009460         AT END
009470             MOVE "Y" TO WS-WORK-EOF-SW
009480     END-READ
009490     IF NOT WS-WORK-EOF
009500         WRITE TRANSACTION-LOG-RECORD FROM TRAN-WORK-RECORD
009510     END-IF.
009520 4100-EXIT.
009530     EXIT.
009540
009550 1650-BUILD-TIMESTAMP.
009560     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
009570     ACCEPT WS-TS-TIME FROM TIME
009580     STRING WS-TS-DATE   DELIMITED BY SIZE
009590            "-"          DELIMITED BY SIZE
009600            WS-TS-TIME   DELIMITED BY SIZE
009610            INTO WS-CURRENT-TIMESTAMP.
009620 1650-EXIT.
009630     EXIT.
009640
009650*================================================================
009660*    9000-FINALIZE - TOTALS, THEN CLOSE THE REST
009670*================================================================
009680 9000-FINALIZE.
009690     DISPLAY "TRNRPT: RECORDS READ  . . : " WS-RECORDS-READ
009700     DISPLAY "TRNRPT: ARCHIVED  . . . . : " WS-RECORDS-ARCHIVED
009710     DISPLAY "TRNRPT: RETAINED  . . . . : " WS-RECORDS-RETAINED
009720     CLOSE TRAN-HISTORY-FILE
009730     CLOSE OPERATIONS-REPORT-FILE
009740     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT.
009750 9000-EXIT.
009760     EXIT.
009770
009780*----------------------------------------------------------------
009790*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
009800*----------------------------------------------------------------
009810 9400-RELEASE-RUN-LOCK.
009820     IF NOT WS-RUN-LOCK-HELD
009830         GO TO 9400-EXIT
009840     END-IF
009850     OPEN OUTPUT RUN-LOCK-FILE
009860     IF WS-RUNLOCK-STATUS = "00"
009870         CLOSE RUN-LOCK-FILE
009880     END-IF
009890     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
009900 9400-EXIT.
009910     EXIT.
