000240*                    LINE PER FILE (CKSUM, SIZE, OUTPUT NAME,
000250*                    PATH).  HONOURS THE ENVIRONMENT PROFILE
000260*                    FACILITY (ENV= PARM AGAINST ENVPROF).
000270*   2026-10-15  DO   TAKES THE ENVIRONMENT'S RUN LOCK (RUNLOCK)
000280*                    AT START AND RELEASES IT AT FINALIZE, AS
000290*                    MAIN DOES, SO ONLY ONE JOB AT A TIME RUNS
000300*                    IN AN ENVIRONMENT.  A LOCK HELD BY A LIVE
000310*                    PROCESS REFUSES THE JOB (9091); A STALE
000320*                    LOCK REFUSES IT TOO (9092) UNLESS THE PARM
000330*                    INCLUDES CLEARLOCK (9093).  EACH GOES TO
000340*                    ERRLOG AND ALERTS.
000350*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000360*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000370*----------------------------------------------------------------
000380* Compile this file on its own:
000390*
000400*  $ cobc -x example/mangen.cbl
000410*
000420* Then execute the binary file:
000430*
000440*  $ ./mangen
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490*----------------------------------------------------------------
000500*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000510*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000520*----------------------------------------------------------------
000530     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ENVPROF-STATUS.
000560
000570*----------------------------------------------------------------
000580*    GENERATOR CONFIG - THE INPUT DIRECTORY TO SCAN
000590*----------------------------------------------------------------
000600     SELECT GENERATOR-CONFIG-FILE ASSIGN TO DYNAMIC
000610         WS-MANGENCF-FILENAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MANGENCF-STATUS.
000640
000650*----------------------------------------------------------------
000660*    DIRECTORY SCAN WORK FILE, WRITTEN BY THE SHELL SCAN
000670*----------------------------------------------------------------
000680     SELECT SCAN-WORK-FILE ASSIGN TO DYNAMIC
000690         WS-MGSCAN-FILENAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-MGSCAN-STATUS.
000720
000730*----------------------------------------------------------------
000740*    PROCESSED-IMAGE MASTER - PATH, SIZE AND CHECKSUM FROM THE
000750*    LAST SUCCESSFUL CONVERSION, MAINTAINED BY MAIN
000760*----------------------------------------------------------------
000770     SELECT IMAGE-MASTER-FILE ASSIGN TO DYNAMIC
000780         WS-IMGMST-FILENAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS IM-IMAGE-PATH
000820         FILE STATUS IS WS-IMGMST-STATUS.
000830
000840*----------------------------------------------------------------
000850*    IMAGE CONVERSION MANIFEST - REBUILT WITH ONLY THE NEW OR
000860*    CHANGED IMAGES
000870*----------------------------------------------------------------
000880     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC
000890         WS-MANIFEST-FILENAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-MANIFEST-STATUS.
000920
000930*----------------------------------------------------------------
000940*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
000950*----------------------------------------------------------------
000960     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
000970         WS-RUNLOCK-FILENAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RUNLOCK-STATUS.
001000
001010*----------------------------------------------------------------
001020*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001030*----------------------------------------------------------------
001040     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001050         WS-LOCKWORK-FILENAME
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-LOCKWORK-STATUS.
001080
001090*----------------------------------------------------------------
001100*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
001110*    LOCK REFUSES OR CLEARS
001120*----------------------------------------------------------------
001130     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001140         WS-ERRLOG-FILENAME
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-ERRLOG-STATUS.
001170
001180     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001190         WS-ALERTS-FILENAME
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-ALERTS-STATUS.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  ENV-PROFILE-FILE.
001260 01  ENV-PROFILE-RECORD.
001270     05  EV-ENV-NAME                 PIC X(08).
001280     05  FILLER                      PIC X(01).
001290     05  EV-PREFIX                   PIC X(20).
001300
001310 FD  GENERATOR-CONFIG-FILE.
001320 01  GENERATOR-CONFIG-RECORD.
001330     05  MC-INPUT-DIR                PIC X(80).
001340
001350 FD  SCAN-WORK-FILE.
001360 01  SCAN-WORK-RECORD.
001370     05  MS-CHECKSUM                 PIC X(10).
001380     05  FILLER                      PIC X(01).
001390     05  MS-SIZE                     PIC X(10).
001400     05  FILLER                      PIC X(01).
001410     05  MS-OUTPUT-NAME              PIC X(40).
001420     05  FILLER                      PIC X(01).
001430     05  MS-IMAGE-PATH               PIC X(80).
001440
001450 FD  IMAGE-MASTER-FILE.
001460 01  IMAGE-MASTER-RECORD.
001470     05  IM-IMAGE-PATH               PIC X(80).
001480     05  IM-CHECKSUM                 PIC 9(10).
001490     05  IM-SIZE                     PIC 9(10).
001500     05  IM-LAST-CONVERTED           PIC X(20).
001510
001520 FD  MANIFEST-FILE.
001530 01  MANIFEST-RECORD.
001540     05  MF-IMAGE-PATH               PIC X(80).
001550     05  MF-OUTPUT-NAME              PIC X(40).
001560
001570 FD  RUN-LOCK-FILE.
001580 01  RUN-LOCK-RECORD.
001590     05  RL-RUN-ID                   PIC X(16).
001600     05  FILLER                      PIC X(01).
001610     05  RL-PROGRAM                  PIC X(08).
001620     05  FILLER                      PIC X(01).
001630     05  RL-PROCESS-ID               PIC 9(09).
001640     05  FILLER                      PIC X(01).
001650     05  RL-START-TIMESTAMP          PIC X(20).
001660
001670 FD  LOCK-WORK-FILE.
001680 01  LOCK-WORK-RECORD.
001690     05  LW-PROCESS-ID               PIC 9(10).
001700
001710 FD  ERROR-LOG-FILE.
001720 01  ERROR-LOG-RECORD.
001730     05  EL-TIMESTAMP                PIC X(20).
001740     05  FILLER                      PIC X(01)  VALUE SPACE.
001750     05  EL-STEP-NAME                PIC X(16).
001760     05  FILLER                      PIC X(01)  VALUE SPACE.
001770     05  EL-ERROR-CODE               PIC 9(04).
001780     05  FILLER                      PIC X(01)  VALUE SPACE.
001790     05  EL-SCRIPT-PATH              PIC X(80).
001800     05  FILLER                      PIC X(01)  VALUE SPACE.
001810     05  EL-ERROR-MESSAGE            PIC X(60).
001820     05  FILLER                      PIC X(01)  VALUE SPACE.
001830     05  EL-RUN-ID                   PIC X(16).
001840
001850 FD  ALERTS-FILE.
001860 01  ALERTS-RECORD.
001870     05  AL-TIMESTAMP                PIC X(20).
001880     05  FILLER                      PIC X(01).
001890     05  AL-SEVERITY                 PIC 9(01).
001900     05  FILLER                      PIC X(01).
001910     05  AL-DESTINATION              PIC X(16).
001920     05  FILLER                      PIC X(01).
001930     05  AL-ERROR-CODE               PIC 9(04).
001940     05  FILLER                      PIC X(01).
001950     05  AL-STEP-NAME                PIC X(16).
001960     05  FILLER                      PIC X(01).
001970     05  AL-MESSAGE                  PIC X(60).
001980     05  FILLER                      PIC X(01).
001990     05  AL-RUN-ID                   PIC X(16).
002000
002010 WORKING-STORAGE SECTION.
002020*----------------------------------------------------------------
002030*    FILE STATUS FIELDS
002040*----------------------------------------------------------------
002050 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002060 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
002070 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
002080 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
002090 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002100 01  WS-MANGENCF-STATUS              PIC X(02)  VALUE "00".
002110 01  WS-MGSCAN-STATUS                PIC X(02)  VALUE "00".
002120 01  WS-IMGMST-STATUS                PIC X(02)  VALUE "00".
002130 01  WS-MANIFEST-STATUS              PIC X(02)  VALUE "00".
002140
002150*----------------------------------------------------------------
002160*    SWITCHES
002170*----------------------------------------------------------------
002180 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002190     88  WS-ENVPROF-EOF                          VALUE "Y".
002200 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002210     88  WS-ENV-FOUND                            VALUE "Y".
002220 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
002230     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
002240 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
002250     88  WS-LOCK-FOUND                           VALUE "Y".
002260 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
002270     88  WS-LOCK-STALE                           VALUE "Y".
002280 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
002290     88  WS-RUN-LOCK-HELD                        VALUE "Y".
002300 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
002310     88  WS-JOB-REFUSED                          VALUE "Y".
002320 77  WS-CONFIG-OK-SW                 PIC X(01)  VALUE "N".
002330     88  WS-CONFIG-OK                            VALUE "Y".
002340 77  WS-IMGMST-AVAILABLE-SW          PIC X(01)  VALUE "N".
002350     88  WS-IMGMST-AVAILABLE                     VALUE "Y".
002360 77  WS-SCAN-EOF-SW                  PIC X(01)  VALUE "N".
002370     88  WS-SCAN-EOF                             VALUE "Y".
002380 77  WS-MASTER-MATCH-SW              PIC X(01)  VALUE "N".
002390     88  WS-MASTER-MATCH                         VALUE "Y".
002400 77  WS-TRIM-DONE-SW                 PIC X(01)  VALUE "N".
002410     88  WS-TRIM-DONE                            VALUE "Y".
002420
002430*----------------------------------------------------------------
002440*    COUNTERS
002450*----------------------------------------------------------------
002460 77  WS-SCANNED-COUNT                PIC 9(05)  COMP VALUE ZERO.
002470 77  WS-UNCHANGED-COUNT              PIC 9(05)  COMP VALUE ZERO.
002480 77  WS-SELECTED-COUNT               PIC 9(05)  COMP VALUE ZERO.
002490 77  WS-TRIM-SUB                     PIC 9(03)  COMP VALUE ZERO.
002500 77  WS-TRIM-LEN                     PIC 9(03)  COMP VALUE ZERO.
002510 77  WS-CMD-PTR                      PIC 9(04)  COMP VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
002550*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
002560*----------------------------------------------------------------
002570 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002580 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
002590 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
002600 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
002610 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
002620 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
002630 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
002640 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
002650 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
002660 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
002670 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
002680 01  WS-MANGENCF-FILENAME            PIC X(80) VALUE "MANGENCF".
002690 01  WS-MGSCAN-FILENAME              PIC X(80) VALUE "MGSCAN".
002700 01  WS-IMGMST-FILENAME              PIC X(80) VALUE "IMGMST".
002710 01  WS-MANIFEST-FILENAME            PIC X(80) VALUE "MANIFEST".
002720
002730*----------------------------------------------------------------
002740*    DIRECTORY SCAN FIELDS.  THE SHELL WALKS THE CONFIGURED
002750*    DIRECTORY AND LEAVES ONE FIXED-FORM LINE PER REGULAR FILE
002760*    IN MGSCAN: ZERO-PADDED CKSUM AND SIZE, THE OUTPUT NAME
002770*    (BASE NAME WITH THE EXTENSION SWAPPED TO .PNG) AND THE
002780*    FULL PATH LAST SO EMBEDDED BLANKS SURVIVE.
002790*----------------------------------------------------------------
002800 01  WS-INPUT-DIR                    PIC X(80) VALUE SPACES.
002810 01  WS-SCAN-CHECKSUM                PIC 9(10) VALUE ZERO.
002820 01  WS-SCAN-SIZE                    PIC 9(10) VALUE ZERO.
002830 01  WS-SCAN-COMMAND                 PIC X(600) VALUE SPACES.
002840 01  WS-TRIM-FIELD                   PIC X(80) VALUE SPACES.
002850
002860*----------------------------------------------------------------
002870*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
002880*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
002890*----------------------------------------------------------------
002900 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
002910 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
002920 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
002930 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
002940 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
002950 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
002960 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
002970
002980*----------------------------------------------------------------
002990*    TIMESTAMP WORK AREA
003000*----------------------------------------------------------------
003010 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003020 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003030 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060*================================================================
003070*    0000-MAINLINE
003080*================================================================
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003110     IF WS-JOB-REFUSED
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150     IF WS-CONFIG-OK
003160         PERFORM 2000-SCAN-DIRECTORY THRU 2000-EXIT
003170         PERFORM 3000-BUILD-MANIFEST THRU 3000-EXIT
003180     END-IF
003190     PERFORM 9000-FINALIZE THRU 9000-EXIT
003200     STOP RUN.
003210
003220*================================================================
003230*    1000-INITIALIZE - RESOLVE THE ENVIRONMENT AND LOAD THE
003240*    INPUT DIRECTORY FROM MANGENCF
003250*================================================================
003260 1000-INITIALIZE.
003270     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003280     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
003290     IF WS-JOB-REFUSED
003300         GO TO 1000-EXIT
003310     END-IF
003320     OPEN INPUT GENERATOR-CONFIG-FILE
003330     IF WS-MANGENCF-STATUS NOT = "00"
003340         DISPLAY "MANGEN: MANGENCF NOT FOUND - NOTHING TO DO"
003350         GO TO 1000-EXIT
003360     END-IF
003370     READ GENERATOR-CONFIG-FILE
003380         AT END CONTINUE
003390     END-READ
003400     IF WS-MANGENCF-STATUS = "00"
003410         AND MC-INPUT-DIR NOT = SPACES
003420         MOVE MC-INPUT-DIR TO WS-INPUT-DIR
003430         SET WS-CONFIG-OK TO TRUE
003440     ELSE
003450         DISPLAY "MANGEN: MANGENCF HAS NO INPUT DIRECTORY"
003460     END-IF
003470     CLOSE GENERATOR-CONFIG-FILE.
003480 1000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
003530*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
003540*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
003550*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
003560*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
003570*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
003580*    STALE RUN LOCK.
003590*----------------------------------------------------------------
003600 1010-RESOLVE-ENVIRONMENT.
003610     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003620     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
003630         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
003640     END-UNSTRING
003650     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
003660         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
003670     END-IF
003680     IF WS-LOCK-TOKEN (1:4) = "ENV="
003690         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
003700     END-IF
003710     IF WS-ENV-TOKEN (1:4) = "ENV="
003720         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
003730         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
003740     END-IF
003750     MOVE "MANGENCF" TO WS-BASE-FILENAME
003760     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003770     MOVE WS-BUILT-FILENAME TO WS-MANGENCF-FILENAME
003780     MOVE "MGSCAN" TO WS-BASE-FILENAME
003790     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003800     MOVE WS-BUILT-FILENAME TO WS-MGSCAN-FILENAME
003810     MOVE "IMGMST" TO WS-BASE-FILENAME
003820     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003830     MOVE WS-BUILT-FILENAME TO WS-IMGMST-FILENAME
003840     MOVE "MANIFEST" TO WS-BASE-FILENAME
003850     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003860     MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
003870     MOVE "RUNLOCK" TO WS-BASE-FILENAME
003880     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003890     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
003900     MOVE "LOCKWORK" TO WS-BASE-FILENAME
003910     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003920     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
003930     MOVE "ERRLOG" TO WS-BASE-FILENAME
003940     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003950     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
003960     MOVE "ALERTS" TO WS-BASE-FILENAME
003970     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003980     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
003990 1010-EXIT.
004000     EXIT.
004010
004020 1020-LOAD-ENV-PROFILE.
004030     MOVE "N" TO WS-ENV-FOUND-SW
004040     MOVE "N" TO WS-ENVPROF-EOF-SW
004050     OPEN INPUT ENV-PROFILE-FILE
004060     IF WS-ENVPROF-STATUS NOT = "00"
004070         MOVE "Y" TO WS-ENVPROF-EOF-SW
004080     END-IF
004090     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004100         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004110     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004120         CLOSE ENV-PROFILE-FILE
004130     END-IF
004140     IF WS-ENV-FOUND
004150         DISPLAY "MANGEN: ENVIRONMENT " WS-ENV-NAME
004160                 " - FILE PREFIX " WS-ENV-PREFIX
004170     ELSE
004180         MOVE SPACES TO WS-ENV-PREFIX
004190         STRING WS-ENV-NAME DELIMITED BY SPACE
004200                "."         DELIMITED BY SIZE
004210                INTO WS-ENV-PREFIX
004220         DISPLAY "MANGEN: ENVIRONMENT " WS-ENV-NAME
004230                 " NOT IN ENVPROF - USING PREFIX "
004240                 WS-ENV-PREFIX
004250     END-IF.
004260 1020-EXIT.
004270     EXIT.
004280
004290 1030-READ-ONE-PROFILE.
004300     READ ENV-PROFILE-FILE
004310         AT END
004320             MOVE "Y" TO WS-ENVPROF-EOF-SW
004330     END-READ
004340     IF WS-ENVPROF-EOF
004350         GO TO 1030-EXIT
004360     END-IF
004370     IF ENV-PROFILE-RECORD = SPACES
004380         OR EV-ENV-NAME (1:1) = "*"
004390         GO TO 1030-EXIT
004400     END-IF
004410     IF EV-ENV-NAME = WS-ENV-NAME
004420         SET WS-ENV-FOUND TO TRUE
004430         MOVE EV-PREFIX TO WS-ENV-PREFIX
004440     END-IF.
004450 1030-EXIT.
004460     EXIT.
004470
004480 1050-BUILD-ONE-FILENAME.
004490     MOVE SPACES TO WS-BUILT-FILENAME
004500     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
004510            WS-BASE-FILENAME DELIMITED BY SPACE
004520            INTO WS-BUILT-FILENAME.
004530 1050-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
004580*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
004590*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
004600*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
004610*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
004620*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
004630*----------------------------------------------------------------
004640 1400-TAKE-RUN-LOCK.
004650     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
004660     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
004670     MOVE SPACES TO WS-JOB-ID
004680     STRING WS-TS-DATE DELIMITED BY SIZE
004690            WS-TS-TIME DELIMITED BY SIZE
004700            INTO WS-JOB-ID
004710     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
004720     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
004730     MOVE SPACES TO WS-LOCK-MESSAGE
004740     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
004750         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
004760                WS-LOCK-HOLDER      DELIMITED BY SIZE
004770                INTO WS-LOCK-MESSAGE
004780         MOVE 9091 TO WS-LOCK-ERR-CODE
004790         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
004800         SET WS-JOB-REFUSED TO TRUE
004810         DISPLAY "MANGEN: REFUSED - ANOTHER JOB HOLDS THE "
004820                 "RUN LOCK"
004830         GO TO 1400-EXIT
004840     END-IF
004850     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
004860         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
004870                WS-LOCK-HOLDER      DELIMITED BY SIZE
004880                INTO WS-LOCK-MESSAGE
004890         MOVE 9092 TO WS-LOCK-ERR-CODE
004900         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
004910         SET WS-JOB-REFUSED TO TRUE
004920         DISPLAY "MANGEN: REFUSED - STALE RUN LOCK; CHECK THE "
004930                 "FILES, THEN RERUN WITH CLEARLOCK"
004940         GO TO 1400-EXIT
004950     END-IF
004960     IF WS-LOCK-FOUND
004970         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
004980                WS-LOCK-HOLDER         DELIMITED BY SIZE
004990                INTO WS-LOCK-MESSAGE
005000         MOVE 9093 TO WS-LOCK-ERR-CODE
005010         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
005020     END-IF
005030     OPEN OUTPUT RUN-LOCK-FILE
005040     IF WS-RUNLOCK-STATUS NOT = "00"
005050         DISPLAY "MANGEN: RUNLOCK NOT WRITTEN, STATUS "
005060                 WS-RUNLOCK-STATUS
005070         GO TO 1400-EXIT
005080     END-IF
005090     MOVE SPACES                 TO RUN-LOCK-RECORD
005100     MOVE WS-JOB-ID              TO RL-RUN-ID
005110     MOVE "MANGEN"               TO RL-PROGRAM
005120     MOVE WS-OWN-PID             TO RL-PROCESS-ID
005130     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
005140     WRITE RUN-LOCK-RECORD
005150     CLOSE RUN-LOCK-FILE
005160     SET WS-RUN-LOCK-HELD TO TRUE.
005170 1400-EXIT.
005180     EXIT.
005190
005200 1410-GET-OWN-PROCESS-ID.
005210     MOVE ZERO TO WS-OWN-PID
005220     MOVE SPACES TO WS-LOCK-COMMAND
005230     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
005240            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
005250            " 2>/dev/null"               DELIMITED BY SIZE
005260            INTO WS-LOCK-COMMAND
005270     CALL "SYSTEM" USING WS-LOCK-COMMAND
005280     OPEN INPUT LOCK-WORK-FILE
005290     IF WS-LOCKWORK-STATUS NOT = "00"
005300         GO TO 1410-EXIT
005310     END-IF
005320     READ LOCK-WORK-FILE
005330         AT END CONTINUE
005340     END-READ
005350     IF WS-LOCKWORK-STATUS = "00"
005360         AND LW-PROCESS-ID IS NUMERIC
005370         MOVE LW-PROCESS-ID TO WS-OWN-PID
005380     END-IF
005390     CLOSE LOCK-WORK-FILE.
005400 1410-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
005450*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
005460*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
005470*    ALIVE AND COUNTS AS STALE.
005480*----------------------------------------------------------------
005490 1420-READ-RUN-LOCK.
005500     MOVE "N" TO WS-LOCK-FOUND-SW
005510     MOVE "N" TO WS-LOCK-STALE-SW
005520     MOVE SPACES TO WS-LOCK-HOLDER
005530     OPEN INPUT RUN-LOCK-FILE
005540     IF WS-RUNLOCK-STATUS NOT = "00"
005550         GO TO 1420-EXIT
005560     END-IF
005570     MOVE SPACES TO RUN-LOCK-RECORD
005580     READ RUN-LOCK-FILE
005590         AT END CONTINUE
005600     END-READ
005610     CLOSE RUN-LOCK-FILE
005620     IF RUN-LOCK-RECORD = SPACES
005630         GO TO 1420-EXIT
005640     END-IF
005650     SET WS-LOCK-FOUND TO TRUE
005660     STRING RL-PROGRAM    DELIMITED BY SPACE
005670            " RUN "       DELIMITED BY SIZE
005680            RL-RUN-ID     DELIMITED BY SPACE
005690            " PID "       DELIMITED BY SIZE
005700            RL-PROCESS-ID DELIMITED BY SIZE
005710            INTO WS-LOCK-HOLDER
005720     IF RL-PROCESS-ID IS NOT NUMERIC
005730         OR RL-PROCESS-ID = ZERO
005740         SET WS-LOCK-STALE TO TRUE
005750         GO TO 1420-EXIT
005760     END-IF
005770     MOVE SPACES TO WS-LOCK-COMMAND
005780     STRING "kill -0 "         DELIMITED BY SIZE
005790            RL-PROCESS-ID      DELIMITED BY SIZE
005800            " >/dev/null 2>&1" DELIMITED BY SIZE
005810            INTO WS-LOCK-COMMAND
005820     CALL "SYSTEM" USING WS-LOCK-COMMAND
005830     IF RETURN-CODE NOT = ZERO
005840         SET WS-LOCK-STALE TO TRUE
005850     END-IF
005860     MOVE ZERO TO RETURN-CODE.
005870 1420-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
005920*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
005930*    RUN, SO THE RUN ID IS BLANK.
005940*----------------------------------------------------------------
005950 1440-LOG-LOCK-EVENT.
005960     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
005970     OPEN EXTEND ERROR-LOG-FILE
005980     IF WS-ERRLOG-STATUS NOT = "00"
005990         OPEN OUTPUT ERROR-LOG-FILE
006000     END-IF
006010     IF WS-ERRLOG-STATUS = "00"
006020         MOVE SPACES               TO ERROR-LOG-RECORD
006030         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
006040         MOVE "MANGEN"             TO EL-STEP-NAME
006050         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
006060         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
006070         WRITE ERROR-LOG-RECORD
006080         CLOSE ERROR-LOG-FILE
006090     END-IF
006100     OPEN EXTEND ALERTS-FILE
006110     IF WS-ALERTS-STATUS NOT = "00"
006120         OPEN OUTPUT ALERTS-FILE
006130     END-IF
006140     IF WS-ALERTS-STATUS = "00"
006150         MOVE SPACES               TO ALERTS-RECORD
006160         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
006170         IF WS-LOCK-ERR-CODE = 9093
006180             MOVE 3                TO AL-SEVERITY
006190             MOVE "INFOLOG"        TO AL-DESTINATION
006200         ELSE
006210             MOVE 2                TO AL-SEVERITY
006220             MOVE "OPERATIONS"     TO AL-DESTINATION
006230         END-IF
006240         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
006250         MOVE "MANGEN"             TO AL-STEP-NAME
006260         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
006270         WRITE ALERTS-RECORD
006280         CLOSE ALERTS-FILE
006290     END-IF
006300     DISPLAY "MANGEN: ERROR " WS-LOCK-ERR-CODE ": "
006310             WS-LOCK-MESSAGE.
006320 1440-EXIT.
006330     EXIT.
006340
006350 1650-BUILD-TIMESTAMP.
006360     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
006370     ACCEPT WS-TS-TIME FROM TIME
006380     STRING WS-TS-DATE   DELIMITED BY SIZE
006390            "-"          DELIMITED BY SIZE
006400            WS-TS-TIME   DELIMITED BY SIZE
006410            INTO WS-CURRENT-TIMESTAMP.
006420 1650-EXIT.
006430     EXIT.
006440
006450*================================================================
006460*    2000-SCAN-DIRECTORY - ONE SHELL CALL WALKS THE INPUT
006470*    DIRECTORY AND LEAVES THE FIXED-FORM SCAN LINES IN MGSCAN
006480*================================================================
006490 2000-SCAN-DIRECTORY.
006500     MOVE SPACES TO WS-SCAN-COMMAND
006510     MOVE 1 TO WS-CMD-PTR
006520     STRING "for f in '" DELIMITED BY SIZE
006530         INTO WS-SCAN-COMMAND
006540         WITH POINTER WS-CMD-PTR
006550     END-STRING
006560     MOVE WS-INPUT-DIR TO WS-TRIM-FIELD
006570     PERFORM 2100-APPEND-TRIMMED-FIELD THRU 2100-EXIT
006580     STRING "'/*; do [ -f ""$f"" ] || continue; "
006590                                DELIMITED BY SIZE
006600            "c=$(cksum ""$f""); set -- $c; "
006610                                DELIMITED BY SIZE
006620            "b=$(basename ""$f""); "
006630                                DELIMITED BY SIZE
006640         INTO WS-SCAN-COMMAND
006650         WITH POINTER WS-CMD-PTR
006660     END-STRING
006670     STRING "printf '%010d %010d %-40.40s %s\n' "
006680                                DELIMITED BY SIZE
006690            """$1"" ""$2"" ""${b%.*}.png"" ""$f""; done > "
006700                                DELIMITED BY SIZE
006710            WS-MGSCAN-FILENAME  DELIMITED BY SPACE
006720            " 2>/dev/null"      DELIMITED BY SIZE
006730         INTO WS-SCAN-COMMAND
006740         WITH POINTER WS-CMD-PTR
006750     END-STRING
006760     CALL "SYSTEM" USING WS-SCAN-COMMAND.
006770 2000-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810*    2100/2110 - APPEND WS-TRIM-FIELD TO THE SCAN COMMAND,
006820*    TRAILING BLANKS REMOVED (AS IN MAIN'S WORKER DISPATCH)
006830*----------------------------------------------------------------
006840 2100-APPEND-TRIMMED-FIELD.
006850     MOVE 80 TO WS-TRIM-SUB
006860     MOVE "N" TO WS-TRIM-DONE-SW
006870     PERFORM 2110-FIND-FIELD-END THRU 2110-EXIT
006880         UNTIL WS-TRIM-DONE
006890     MOVE WS-TRIM-SUB TO WS-TRIM-LEN
006900     IF WS-TRIM-LEN = ZERO
006910         GO TO 2100-EXIT
006920     END-IF
006930     STRING WS-TRIM-FIELD (1:WS-TRIM-LEN) DELIMITED BY SIZE
006940         INTO WS-SCAN-COMMAND
006950         WITH POINTER WS-CMD-PTR
006960     END-STRING.
006970 2100-EXIT.
006980     EXIT.
006990
007000 2110-FIND-FIELD-END.
007010     IF WS-TRIM-SUB < 1
007020         MOVE "Y" TO WS-TRIM-DONE-SW
007030         GO TO 2110-EXIT
007040     END-IF
007050     IF WS-TRIM-FIELD (WS-TRIM-SUB : 1) NOT = SPACE
007060         MOVE "Y" TO WS-TRIM-DONE-SW
007070     ELSE
007080         SUBTRACT 1 FROM WS-TRIM-SUB
007090     END-IF.
007100 2110-EXIT.
007110     EXIT.
007120
007130*================================================================
007140*    3000-BUILD-MANIFEST - COMPARE EVERY SCAN LINE AGAINST THE
007150*    MASTER AND WRITE ONLY THE NEW OR CHANGED IMAGES
007160*================================================================
007170 3000-BUILD-MANIFEST.
007180     OPEN INPUT SCAN-WORK-FILE
007190     IF WS-MGSCAN-STATUS NOT = "00"
007200         DISPLAY "MANGEN: DIRECTORY SCAN PRODUCED NOTHING, "
007210                 "STATUS " WS-MGSCAN-STATUS
007220         GO TO 3000-EXIT
007230     END-IF
007240     SET WS-IMGMST-AVAILABLE TO TRUE
007250     OPEN INPUT IMAGE-MASTER-FILE
007260     IF WS-IMGMST-STATUS NOT = "00"
007270         MOVE "N" TO WS-IMGMST-AVAILABLE-SW
007280         DISPLAY "MANGEN: IMGMST NOT FOUND - EVERY IMAGE "
007290                 "TREATED AS NEW"
007300     END-IF
007310     OPEN OUTPUT MANIFEST-FILE
007320     IF WS-MANIFEST-STATUS NOT = "00"
007330         DISPLAY "MANGEN: CANNOT WRITE MANIFEST, STATUS "
007340                 WS-MANIFEST-STATUS
007350         CLOSE SCAN-WORK-FILE
007360         IF WS-IMGMST-AVAILABLE
007370             CLOSE IMAGE-MASTER-FILE
007380         END-IF
007390         GO TO 3000-EXIT
007400     END-IF
007410     PERFORM 3100-PROCESS-ONE-SCAN-LINE THRU 3100-EXIT
007420         UNTIL WS-SCAN-EOF
007430     CLOSE SCAN-WORK-FILE
007440     IF WS-IMGMST-AVAILABLE
007450         CLOSE IMAGE-MASTER-FILE
007460     END-IF
007470     CLOSE MANIFEST-FILE.
007480 3000-EXIT.
007490     EXIT.
007500
007510 3100-PROCESS-ONE-SCAN-LINE.
007520     READ SCAN-WORK-FILE
007530         AT END
007540             MOVE "Y" TO WS-SCAN-EOF-SW
007550     END-READ
007560     IF WS-SCAN-EOF
007570         GO TO 3100-EXIT
007580     END-IF
007590     IF SCAN-WORK-RECORD = SPACES
007600         GO TO 3100-EXIT
007610     END-IF
007620     ADD 1 TO WS-SCANNED-COUNT
007630     PERFORM 3200-CHECK-AGAINST-MASTER THRU 3200-EXIT
007640     IF WS-MASTER-MATCH
007650         ADD 1 TO WS-UNCHANGED-COUNT
007660         GO TO 3100-EXIT
007670     END-IF
007680     MOVE SPACES TO MANIFEST-RECORD
007690     MOVE MS-IMAGE-PATH  TO MF-IMAGE-PATH
007700     MOVE MS-OUTPUT-NAME TO MF-OUTPUT-NAME
007710     WRITE MANIFEST-RECORD
007720     ADD 1 TO WS-SELECTED-COUNT.
007730 3100-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770*    3200 - AN IMAGE IS UNCHANGED ONLY WHEN THE MASTER HOLDS
007780*    ITS PATH WITH THE SAME SIZE AND CHECKSUM
007790*----------------------------------------------------------------
007800 3200-CHECK-AGAINST-MASTER.
007810     MOVE "N" TO WS-MASTER-MATCH-SW
007820     IF NOT WS-IMGMST-AVAILABLE
007830         GO TO 3200-EXIT
007840     END-IF
007850     IF MS-CHECKSUM IS NOT NUMERIC
007860         OR MS-SIZE IS NOT NUMERIC
007870         GO TO 3200-EXIT
007880     END-IF
007890     MOVE MS-CHECKSUM TO WS-SCAN-CHECKSUM
007900     MOVE MS-SIZE     TO WS-SCAN-SIZE
007910     MOVE MS-IMAGE-PATH TO IM-IMAGE-PATH
007920     READ IMAGE-MASTER-FILE
007930         INVALID KEY
007940             GO TO 3200-EXIT
007950     END-READ
007960     IF IM-CHECKSUM = WS-SCAN-CHECKSUM
007970         AND IM-SIZE = WS-SCAN-SIZE
007980         SET WS-MASTER-MATCH TO TRUE
007990     END-IF.
008000 3200-EXIT.
008010     EXIT.
008020
008030*================================================================
008040*    9000-FINALIZE - TOTALS
008050*================================================================
008060 9000-FINALIZE.
008070     DISPLAY "MANGEN: IMAGES SCANNED  . : " WS-SCANNED-COUNT
008080     DISPLAY "MANGEN: UNCHANGED . . . . : " WS-UNCHANGED-COUNT
008090     DISPLAY "MANGEN: WRITTEN TO MANIFEST: " WS-SELECTED-COUNT
008100     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT.
008110 9000-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
008160*----------------------------------------------------------------
008170 9400-RELEASE-RUN-LOCK.
008180     IF NOT WS-RUN-LOCK-HELD
008190         GO TO 9400-EXIT
008200     END-IF
008210     OPEN OUTPUT RUN-LOCK-FILE
008220     IF WS-RUNLOCK-STATUS = "00"
008230         CLOSE RUN-LOCK-FILE
008240     END-IF
008250     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
008260 9400-EXIT.
008270     EXIT.
