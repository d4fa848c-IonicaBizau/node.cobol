000220*                    CHECKPOINT SAYS A RUN STILL NEEDS RESTART.
000230*                    HONOURS THE ENVIRONMENT PROFILE FACILITY
000240*                    (ENV= PARM AGAINST THE ENVPROF FILE).
000250*   2026-10-15  DO   ALERTS, REJECTS AND DEADLTR RECORDS NOW END
000260*                    IN THE RUN ID OF THE MAIN RUN THAT WROTE
000270*                    THEM.  THE STUCK-WORK SECTION ALSO SHOWS HOW
000280*                    MANY OF THE REJECTS AND DEAD LETTERS CAME
000290*                    FROM THE LATEST RUN.  UNSTAMPED ROWS STILL
000300*                    COUNT TOWARDS THE DEPTHS.
000310*   2026-10-15  DO   REJECTS AND DEADLTR ROWS NOW END IN THE
000320*                    CONVERSION PROFILE OF THE FAILED RENDITION;
000330*                    LAYOUTS WIDENED TO MATCH.
000340*   2026-10-15  DO   SRVREG ROWS NOW END IN THE NAME OF THE
000350*                    SERVICE MAIN STARTED; THE SERVERS SECTION
000360*                    SHOWS IT AFTER THE PORT.
000370*   2026-10-15  DO   RUNHIST RECORD CARRIES RH-WORKER-COUNT
000380*                    IN THE HIGH-ORDER DIGIT OF THE OLD
000390*                    RH-STEP2-ELAPSED, AS WRITTEN BY MAIN.
000400*   2026-10-15  DO   NEW RUN LOCK SECTION: WHICH JOB HOLDS THE
000410*                    ENVIRONMENT'S RUNLOCK, ITS RUN ID, PROCESS
000420*                    ID AND START TIME, AND WHETHER THE PROCESS
000430*                    IS STILL ALIVE (HELD) OR GONE (STALE).
000440*----------------------------------------------------------------
000450* Compile this file on its own:
000460*
000470*  $ cobc -x example/opstat.cbl
000480*
000490* Then execute the binary file:
000500*
000510*  $ ./opstat
000520*----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560*----------------------------------------------------------------
000570*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000580*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000590*----------------------------------------------------------------
000600     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ENVPROF-STATUS.
000630
000640*----------------------------------------------------------------
000650*    RUN HISTORY MASTER - THE RECORD MAIN WRITES AT FINALIZE
000660*----------------------------------------------------------------
000670     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
000680         WS-RUNHIST-FILENAME
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RH-RUN-ID
000720         FILE STATUS IS WS-RUNHIST-STATUS.
000730
000740*----------------------------------------------------------------
000750*    SERVER REGISTRY - THE RECORD SRVMON MAINTAINS
000760*----------------------------------------------------------------
000770     SELECT SERVER-REGISTRY-FILE ASSIGN TO DYNAMIC
000780         WS-SRVREG-FILENAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SRVREG-STATUS.
000810
000820*----------------------------------------------------------------
000830*    OPERATOR ALERTS INTERFACE - THE RECORD MAIN WRITES
000840*----------------------------------------------------------------
000850     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
000860         WS-ALERTS-FILENAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ALERTS-STATUS.
000890
000900*----------------------------------------------------------------
000910*    ALERT STATE MASTER - THE RECORD ALRTACK MAINTAINS
000920*----------------------------------------------------------------
000930     SELECT ALERT-STATE-FILE ASSIGN TO DYNAMIC
000940         WS-ALRTSTA-FILENAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-ALRTSTA-STATUS.
000970
000980*----------------------------------------------------------------
000990*    REJECTED MANIFEST ENTRIES AND THE DEAD LETTER FILE
001000*----------------------------------------------------------------
001010     SELECT REJECTS-FILE ASSIGN TO DYNAMIC
001020         WS-REJECTS-FILENAME
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REJECTS-STATUS.
001050
001060     SELECT DEAD-LETTER-FILE ASSIGN TO DYNAMIC
001070         WS-DEADLTR-FILENAME
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-DEADLTR-STATUS.
001100
001110*----------------------------------------------------------------
001120*    CHECKPOINT FILE - ONE RECORD PER PROCESSING STEP
001130*----------------------------------------------------------------
001140     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
001150         WS-CKPT-FILENAME
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS CKPT-STEP-NUMBER
001190         FILE STATUS IS WS-CKPT-STATUS.
001200
001210*----------------------------------------------------------------
001220*    RUN LOCK - WHICH JOB, IF ANY, HOLDS THE ENVIRONMENT
001230*----------------------------------------------------------------
001240     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001250         WS-RUNLOCK-FILENAME
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-RUNLOCK-STATUS.
001280
001290*----------------------------------------------------------------
001300*    SHIFT HANDOVER STATUS REPORT
001310*----------------------------------------------------------------
001320     SELECT STATUS-REPORT-FILE ASSIGN TO DYNAMIC
001330         WS-OPSTAT-FILENAME
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-OPSTAT-STATUS.
001360
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  ENV-PROFILE-FILE.
001400 01  ENV-PROFILE-RECORD.
001410     05  EV-ENV-NAME                 PIC X(08).
001420     05  FILLER                      PIC X(01).
001430     05  EV-PREFIX                   PIC X(20).
001440
001450 FD  RUN-HISTORY-FILE.
001460 01  RUN-HISTORY-RECORD.
001470     05  RH-RUN-ID                   PIC X(16).
001480     05  RH-START-TIMESTAMP          PIC X(20).
001490     05  RH-END-TIMESTAMP            PIC X(20).
001500     05  RH-STEP1-STATUS             PIC X(08).
001510     05  RH-STEP2-STATUS             PIC X(08).
001520     05  RH-STEP3-STATUS             PIC X(08).
001530     05  RH-WORKER-COUNT             PIC 9(01).
001540     05  RH-STEP2-ELAPSED            PIC 9(07).
001550     05  RH-IMAGE-COUNT              PIC 9(05).
001560     05  RH-IMAGE-SUCCESS            PIC 9(05).
001570     05  RH-SNIPPET-NAME             PIC X(08).
001580     05  RH-PORT                     PIC 9(05).
001590
001600 FD  SERVER-REGISTRY-FILE.
001610 01  SERVER-REGISTRY-RECORD.
001620     05  SR-HOST                     PIC X(30).
001630     05  FILLER                      PIC X(01).
001640     05  SR-PORT                     PIC 9(05).
001650     05  FILLER                      PIC X(01).
001660     05  SR-START-TIMESTAMP          PIC X(20).
001670     05  FILLER                      PIC X(01).
001680     05  SR-PROCESS-ID               PIC 9(09).
001690     05  FILLER                      PIC X(01).
001700     05  SR-STATUS                   PIC X(10).
001710     05  FILLER                      PIC X(01).
001720     05  SR-LAST-CHECKED             PIC X(20).
001730     05  FILLER                      PIC X(01).
001740     05  SR-SERVICE-NAME             PIC X(08).
001750
001760 FD  ALERTS-FILE.
001770 01  ALERTS-RECORD.
001780     05  AL-TIMESTAMP                PIC X(20).
001790     05  FILLER                      PIC X(01).
001800     05  AL-SEVERITY                 PIC 9(01).
001810     05  FILLER                      PIC X(01).
001820     05  AL-DESTINATION              PIC X(16).
001830     05  FILLER                      PIC X(01).
001840     05  AL-ERROR-CODE               PIC 9(04).
001850     05  FILLER                      PIC X(01).
001860     05  AL-STEP-NAME                PIC X(16).
001870     05  FILLER                      PIC X(01).
001880     05  AL-MESSAGE                  PIC X(60).
001890     05  FILLER                      PIC X(01).
001900     05  AL-RUN-ID                   PIC X(16).
001910
001920 FD  ALERT-STATE-FILE.
001930 01  ALERT-STATE-RECORD.
001940     05  AS-TIMESTAMP                PIC X(20).
001950     05  FILLER                      PIC X(01).
001960     05  AS-ERROR-CODE               PIC 9(04).
001970     05  FILLER                      PIC X(01).
001980     05  AS-STATE                    PIC X(08).
001990     05  FILLER                      PIC X(01).
002000     05  AS-ACK-USER                 PIC X(08).
002010     05  FILLER                      PIC X(01).
002020     05  AS-ACK-TIMESTAMP            PIC X(20).
002030     05  FILLER                      PIC X(01).
002040     05  AS-DISPOSITION              PIC X(20).
002050     05  FILLER                      PIC X(01).
002060     05  AS-ESC-COUNT                PIC 9(01).
002070     05  FILLER                      PIC X(01).
002080     05  AS-DESTINATION              PIC X(16).
002090
002100 FD  REJECTS-FILE.
002110 01  REJECT-RECORD.
002120     05  RJ-ENTRY-DATA               PIC X(129).
002130     05  FILLER                      PIC X(01).
002140     05  RJ-RUN-ID                   PIC X(16).
002150     05  FILLER                      PIC X(01).
002160     05  RJ-TIMESTAMP                PIC X(20).
002170     05  FILLER                      PIC X(01).
002180     05  RJ-PROFILE-NAME             PIC X(08).
002190
002200 FD  DEAD-LETTER-FILE.
002210 01  DEAD-LETTER-RECORD.
002220     05  DL-ENTRY-DATA               PIC X(129).
002230     05  FILLER                      PIC X(01).
002240     05  DL-RUN-ID                   PIC X(16).
002250     05  FILLER                      PIC X(01).
002260     05  DL-TIMESTAMP                PIC X(20).
002270     05  FILLER                      PIC X(01).
002280     05  DL-PROFILE-NAME             PIC X(08).
002290
002300 FD  CHECKPOINT-FILE.
002310 01  CHECKPOINT-RECORD.
002320     05  CKPT-STEP-NUMBER            PIC 9(02).
002330     05  CKPT-STEP-NAME              PIC X(20).
002340     05  CKPT-COMPLETION-STATUS      PIC X(01).
002350         88  CKPT-STEP-COMPLETE              VALUE "C".
002360         88  CKPT-STEP-BYPASSED              VALUE "S".
002370     05  CKPT-TIMESTAMP              PIC X(20).
002380
002390 FD  RUN-LOCK-FILE.
002400 01  RUN-LOCK-RECORD.
002410     05  RL-RUN-ID                   PIC X(16).
002420     05  FILLER                      PIC X(01).
002430     05  RL-PROGRAM                  PIC X(08).
002440     05  FILLER                      PIC X(01).
002450     05  RL-PROCESS-ID               PIC 9(09).
002460     05  FILLER                      PIC X(01).
002470     05  RL-START-TIMESTAMP          PIC X(20).
002480
002490 FD  STATUS-REPORT-FILE.
002500 01  STATUS-REPORT-RECORD            PIC X(100).
002510
002520 WORKING-STORAGE SECTION.
002530*----------------------------------------------------------------
002540*    FILE STATUS FIELDS
002550*----------------------------------------------------------------
002560 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002570 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
002580 01  WS-SRVREG-STATUS                PIC X(02)  VALUE "00".
002590 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002600 01  WS-ALRTSTA-STATUS               PIC X(02)  VALUE "00".
002610 01  WS-REJECTS-STATUS               PIC X(02)  VALUE "00".
002620 01  WS-DEADLTR-STATUS               PIC X(02)  VALUE "00".
002630 01  WS-CKPT-STATUS                  PIC X(02)  VALUE "00".
002640 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
002650 01  WS-OPSTAT-STATUS                PIC X(02)  VALUE "00".
002660
002670*----------------------------------------------------------------
002680*    SWITCHES
002690*----------------------------------------------------------------
002700 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002710     88  WS-ENVPROF-EOF                          VALUE "Y".
002720 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002730     88  WS-ENV-FOUND                            VALUE "Y".
002740 77  WS-HISTORY-EOF-SW               PIC X(01)  VALUE "N".
002750     88  WS-HISTORY-EOF                          VALUE "Y".
002760 77  WS-RUN-FOUND-SW                 PIC X(01)  VALUE "N".
002770     88  WS-RUN-FOUND                            VALUE "Y".
002780 77  WS-SRVREG-EOF-SW                PIC X(01)  VALUE "N".
002790     88  WS-SRVREG-EOF                           VALUE "Y".
002800 77  WS-ALERTS-EOF-SW                PIC X(01)  VALUE "N".
002810     88  WS-ALERTS-EOF                           VALUE "Y".
002820 77  WS-STATE-EOF-SW                 PIC X(01)  VALUE "N".
002830     88  WS-STATE-EOF                            VALUE "Y".
002840 77  WS-REJECTS-EOF-SW               PIC X(01)  VALUE "N".
002850     88  WS-REJECTS-EOF                          VALUE "Y".
002860 77  WS-DEADLTR-EOF-SW               PIC X(01)  VALUE "N".
002870     88  WS-DEADLTR-EOF                          VALUE "Y".
002880 77  WS-CKPT-EOF-SW                  PIC X(01)  VALUE "N".
002890     88  WS-CKPT-EOF                             VALUE "Y".
002900 77  WS-ACK-MATCH-SW                 PIC X(01)  VALUE "N".
002910     88  WS-ACK-MATCH                            VALUE "Y".
002920 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
002930     88  WS-LOCK-FOUND                           VALUE "Y".
002940 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
002950     88  WS-LOCK-STALE                           VALUE "Y".
002960
002970*----------------------------------------------------------------
002980*    COUNTERS AND SUBSCRIPTS
002990*----------------------------------------------------------------
003000 77  WS-SERVER-COUNT                 PIC 9(03)  COMP VALUE ZERO.
003010 77  WS-SEV1-OPEN                    PIC 9(03)  COMP VALUE ZERO.
003020 77  WS-SEV2-OPEN                    PIC 9(03)  COMP VALUE ZERO.
003030 77  WS-SEV3-OPEN                    PIC 9(03)  COMP VALUE ZERO.
003040 77  WS-REJECT-DEPTH                 PIC 9(05)  COMP VALUE ZERO.
003050 77  WS-DEADLTR-DEPTH                PIC 9(05)  COMP VALUE ZERO.
003060 77  WS-LATEST-REJECTS               PIC 9(05)  COMP VALUE ZERO.
003070 77  WS-LATEST-DEAD                  PIC 9(05)  COMP VALUE ZERO.
003080 77  WS-CKPT-ROWS                    PIC 9(03)  COMP VALUE ZERO.
003090 77  WS-CKPT-COMPLETE-ROWS           PIC 9(03)  COMP VALUE ZERO.
003100 77  WS-CKPT-BYPASSED-ROWS           PIC 9(03)  COMP VALUE ZERO.
003110 77  WS-CKPT-ACCOUNTED-ROWS          PIC 9(03)  COMP VALUE ZERO.
003120 77  WS-ACK-COUNT                    PIC 9(03)  COMP VALUE ZERO.
003130 77  WS-ACK-SUB                      PIC 9(03)  COMP VALUE ZERO.
003140
003150*----------------------------------------------------------------
003160*    THE LATEST RUN, SAVED OUT OF THE RECORD AREA
003170*----------------------------------------------------------------
003180 01  WS-LATEST-RUN-ID                PIC X(16) VALUE SPACES.
003190 01  WS-LATEST-START-TS              PIC X(20) VALUE SPACES.
003200 01  WS-LATEST-END-TS                PIC X(20) VALUE SPACES.
003210 01  WS-LATEST-STEP1                 PIC X(08) VALUE SPACES.
003220 01  WS-LATEST-STEP2                 PIC X(08) VALUE SPACES.
003230 01  WS-LATEST-STEP3                 PIC X(08) VALUE SPACES.
003240 01  WS-LATEST-IMAGES                PIC 9(05) VALUE ZERO.
003250 01  WS-LATEST-SUCCESS               PIC 9(05) VALUE ZERO.
003260
003270*----------------------------------------------------------------
003280*    THE RUN LOCK HOLDER, SAVED OUT OF THE RECORD AREA
003290*----------------------------------------------------------------
003300 01  WS-LOCK-PROGRAM                 PIC X(08) VALUE SPACES.
003310 01  WS-LOCK-RUN-ID                  PIC X(16) VALUE SPACES.
003320 01  WS-LOCK-PROCESS-ID              PIC 9(09) VALUE ZERO.
003330 01  WS-LOCK-START-TS                PIC X(20) VALUE SPACES.
003340 01  WS-LOCK-STATE                   PIC X(05) VALUE "FREE".
003350 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
003360
003370*----------------------------------------------------------------
003380*    ACKNOWLEDGED ALERT KEYS PULLED FROM ALRTSTA
003390*----------------------------------------------------------------
003400 01  WS-ACK-KEY-TABLE.
003410     05  WS-ACK-ENTRY OCCURS 200 TIMES.
003420         10  WK-TIMESTAMP            PIC X(20).
003430         10  WK-ERROR-CODE           PIC 9(04).
003440
003450*----------------------------------------------------------------
003460*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
003470*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
003480*----------------------------------------------------------------
003490 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
003500 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
003510 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
003520 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
003530 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
003540 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
003550 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
003560 01  WS-SRVREG-FILENAME              PIC X(80) VALUE "SRVREG".
003570 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
003580 01  WS-ALRTSTA-FILENAME             PIC X(80) VALUE "ALRTSTA".
003590 01  WS-REJECTS-FILENAME             PIC X(80) VALUE "REJECTS".
003600 01  WS-DEADLTR-FILENAME             PIC X(80) VALUE "DEADLTR".
003610 01  WS-CKPT-FILENAME                PIC X(80) VALUE "CKPTFILE".
003620 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
003630 01  WS-OPSTAT-FILENAME              PIC X(80) VALUE "OPSTAT".
003640
003650*----------------------------------------------------------------
003660*    TIMESTAMP WORK AREA
003670*----------------------------------------------------------------
003680 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
003690 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
003700 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
003710
003720*----------------------------------------------------------------
003730*    REPORT WORK FIELDS
003740*----------------------------------------------------------------
003750 01  WS-REPORT-LINE                  PIC X(100) VALUE SPACES.
003760 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
003770 01  WS-COUNT-DISPLAY-2              PIC ZZZZ9 VALUE ZERO.
003780
003790 PROCEDURE DIVISION.
003800*================================================================
003810*    0000-MAINLINE
003820*================================================================
003830 0000-MAINLINE.
003840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003850     PERFORM 2000-GATHER-LATEST-RUN THRU 2000-EXIT
003860     PERFORM 2500-LOAD-ACK-KEYS THRU 2500-EXIT
003870     PERFORM 3000-COUNT-OPEN-ALERTS THRU 3000-EXIT
003880     PERFORM 3500-COUNT-STUCK-WORK THRU 3500-EXIT
003890     PERFORM 4000-EXAMINE-CHECKPOINT THRU 4000-EXIT
003900     PERFORM 4500-EXAMINE-RUN-LOCK THRU 4500-EXIT
003910     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
003920     PERFORM 9000-FINALIZE THRU 9000-EXIT
003930     STOP RUN.
003940
003950*================================================================
003960*    1000-INITIALIZE - RESOLVE THE ENVIRONMENT AND OPEN THE
003970*    REPORT
003980*================================================================
003990 1000-INITIALIZE.
004000     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
004010     OPEN OUTPUT STATUS-REPORT-FILE.
004020 1000-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
004070*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
004080*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
004090*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
004100*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
004110*----------------------------------------------------------------
004120 1010-RESOLVE-ENVIRONMENT.
004130     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
004140     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
004150         INTO WS-ENV-TOKEN
004160     END-UNSTRING
004170     IF WS-ENV-TOKEN (1:4) = "ENV="
004180         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
004190         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004200     END-IF
004210     MOVE "RUNHIST" TO WS-BASE-FILENAME
004220     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004230     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
004240     MOVE "SRVREG" TO WS-BASE-FILENAME
004250     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004260     MOVE WS-BUILT-FILENAME TO WS-SRVREG-FILENAME
004270     MOVE "ALERTS" TO WS-BASE-FILENAME
004280     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004290     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME
004300     MOVE "ALRTSTA" TO WS-BASE-FILENAME
004310     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004320     MOVE WS-BUILT-FILENAME TO WS-ALRTSTA-FILENAME
004330     MOVE "REJECTS" TO WS-BASE-FILENAME
004340     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004350     MOVE WS-BUILT-FILENAME TO WS-REJECTS-FILENAME
004360     MOVE "DEADLTR" TO WS-BASE-FILENAME
004370     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004380     MOVE WS-BUILT-FILENAME TO WS-DEADLTR-FILENAME
004390     MOVE "CKPTFILE" TO WS-BASE-FILENAME
004400     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004410     MOVE WS-BUILT-FILENAME TO WS-CKPT-FILENAME
004420     MOVE "RUNLOCK" TO WS-BASE-FILENAME
004430     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004440     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
004450     MOVE "OPSTAT" TO WS-BASE-FILENAME
004460     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004470     MOVE WS-BUILT-FILENAME TO WS-OPSTAT-FILENAME.
004480 1010-EXIT.
004490     EXIT.
004500
004510 1020-LOAD-ENV-PROFILE.
004520     MOVE "N" TO WS-ENV-FOUND-SW
004530     MOVE "N" TO WS-ENVPROF-EOF-SW
004540     OPEN INPUT ENV-PROFILE-FILE
004550     IF WS-ENVPROF-STATUS NOT = "00"
004560         MOVE "Y" TO WS-ENVPROF-EOF-SW
004570     END-IF
004580     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004590         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004600     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004610         CLOSE ENV-PROFILE-FILE
004620     END-IF
004630     IF WS-ENV-FOUND
004640         DISPLAY "OPSTAT: ENVIRONMENT " WS-ENV-NAME
004650                 " - FILE PREFIX " WS-ENV-PREFIX
004660     ELSE
004670         MOVE SPACES TO WS-ENV-PREFIX
004680         STRING WS-ENV-NAME DELIMITED BY SPACE
004690                "."         DELIMITED BY SIZE
004700                INTO WS-ENV-PREFIX
004710         DISPLAY "OPSTAT: ENVIRONMENT " WS-ENV-NAME
004720                 " NOT IN ENVPROF - USING PREFIX "
004730                 WS-ENV-PREFIX
004740     END-IF.
004750 1020-EXIT.
004760     EXIT.
004770
004780 1030-READ-ONE-PROFILE.
004790     READ ENV-PROFILE-FILE
004800         AT END
004810             MOVE "Y" TO WS-ENVPROF-EOF-SW
004820     END-READ
004830     IF WS-ENVPROF-EOF
004840         GO TO 1030-EXIT
004850     END-IF
004860     IF ENV-PROFILE-RECORD = SPACES
004870         OR EV-ENV-NAME (1:1) = "*"
004880         GO TO 1030-EXIT
004890     END-IF
004900     IF EV-ENV-NAME = WS-ENV-NAME
004910         SET WS-ENV-FOUND TO TRUE
004920         MOVE EV-PREFIX TO WS-ENV-PREFIX
004930     END-IF.
004940 1030-EXIT.
004950     EXIT.
004960
004970 1050-BUILD-ONE-FILENAME.
004980     MOVE SPACES TO WS-BUILT-FILENAME
004990     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
005000            WS-BASE-FILENAME DELIMITED BY SPACE
005010            INTO WS-BUILT-FILENAME.
005020 1050-EXIT.
005030     EXIT.
005040
005050*================================================================
005060*    2000-GATHER-LATEST-RUN - WALK RUNHIST IN KEY ORDER TO THE
005070*    LAST ROW (THE RUN ID IS A TIMESTAMP, SO KEY ORDER IS RUN
005080*    ORDER)
005090*================================================================
005100 2000-GATHER-LATEST-RUN.
005110     OPEN INPUT RUN-HISTORY-FILE
005120     IF WS-RUNHIST-STATUS NOT = "00"
005130         GO TO 2000-EXIT
005140     END-IF
005150     MOVE LOW-VALUES TO RH-RUN-ID
005160     START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-RUN-ID
005170         INVALID KEY
005180             MOVE "Y" TO WS-HISTORY-EOF-SW
005190     END-START
005200     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
005210         UNTIL WS-HISTORY-EOF
005220     CLOSE RUN-HISTORY-FILE.
005230 2000-EXIT.
005240     EXIT.
005250
005260 2100-READ-ONE-RUN.
005270     READ RUN-HISTORY-FILE NEXT RECORD
005280         AT END
005290             MOVE "Y" TO WS-HISTORY-EOF-SW
005300     END-READ
005310     IF WS-HISTORY-EOF
005320         GO TO 2100-EXIT
005330     END-IF
005340     SET WS-RUN-FOUND TO TRUE
005350     MOVE RH-RUN-ID          TO WS-LATEST-RUN-ID
005360     MOVE RH-START-TIMESTAMP TO WS-LATEST-START-TS
005370     MOVE RH-END-TIMESTAMP   TO WS-LATEST-END-TS
005380     MOVE RH-STEP1-STATUS    TO WS-LATEST-STEP1
005390     MOVE RH-STEP2-STATUS    TO WS-LATEST-STEP2
005400     MOVE RH-STEP3-STATUS    TO WS-LATEST-STEP3
005410     IF RH-IMAGE-COUNT IS NUMERIC
005420         MOVE RH-IMAGE-COUNT TO WS-LATEST-IMAGES
005430     ELSE
005440         MOVE ZERO           TO WS-LATEST-IMAGES
005450     END-IF
005460     IF RH-IMAGE-SUCCESS IS NUMERIC
005470         MOVE RH-IMAGE-SUCCESS TO WS-LATEST-SUCCESS
005480     ELSE
005490         MOVE ZERO             TO WS-LATEST-SUCCESS
005500     END-IF.
005510 2100-EXIT.
005520     EXIT.
005530
005540*================================================================
005550*    2500-LOAD-ACK-KEYS - THE ALERTS ALRTSTA SAYS ARE ALREADY
005560*    ACKNOWLEDGED.  WITHOUT A STATE FILE EVERY ALERT COUNTS AS
005570*    OPEN.
005580*================================================================
005590 2500-LOAD-ACK-KEYS.
005600     OPEN INPUT ALERT-STATE-FILE
005610     IF WS-ALRTSTA-STATUS NOT = "00"
005620         GO TO 2500-EXIT
005630     END-IF
005640     PERFORM 2600-LOAD-ONE-ACK-KEY THRU 2600-EXIT
005650         UNTIL WS-STATE-EOF
005660     CLOSE ALERT-STATE-FILE.
005670 2500-EXIT.
005680     EXIT.
005690
005700 2600-LOAD-ONE-ACK-KEY.
005710     READ ALERT-STATE-FILE
005720         AT END
005730             MOVE "Y" TO WS-STATE-EOF-SW
005740     END-READ
005750     IF WS-STATE-EOF
005760         GO TO 2600-EXIT
005770     END-IF
005780     IF AS-STATE NOT = "ACKED   "
005790         GO TO 2600-EXIT
005800     END-IF
005810     IF WS-ACK-COUNT = 200
005820         GO TO 2600-EXIT
005830     END-IF
005840     ADD 1 TO WS-ACK-COUNT
005850     MOVE AS-TIMESTAMP TO WK-TIMESTAMP (WS-ACK-COUNT)
005860     IF AS-ERROR-CODE IS NUMERIC
005870         MOVE AS-ERROR-CODE TO WK-ERROR-CODE (WS-ACK-COUNT)
005880     ELSE
005890         MOVE ZERO          TO WK-ERROR-CODE (WS-ACK-COUNT)
005900     END-IF.
005910 2600-EXIT.
005920     EXIT.
005930
005940*================================================================
005950*    3000-COUNT-OPEN-ALERTS - EVERY ALERTS ROW NOT IN THE ACK
005960*    TABLE, COUNTED BY SEVERITY
005970*================================================================
005980 3000-COUNT-OPEN-ALERTS.
005990     OPEN INPUT ALERTS-FILE
006000     IF WS-ALERTS-STATUS NOT = "00"
006010         GO TO 3000-EXIT
006020     END-IF
006030     PERFORM 3100-COUNT-ONE-ALERT THRU 3100-EXIT
006040         UNTIL WS-ALERTS-EOF
006050     CLOSE ALERTS-FILE.
006060 3000-EXIT.
006070     EXIT.
006080
006090 3100-COUNT-ONE-ALERT.
006100     READ ALERTS-FILE
006110         AT END
006120             MOVE "Y" TO WS-ALERTS-EOF-SW
006130     END-READ
006140     IF WS-ALERTS-EOF
006150         GO TO 3100-EXIT
006160     END-IF
006170     IF ALERTS-RECORD = SPACES
006180         GO TO 3100-EXIT
006190     END-IF
006200     MOVE "N" TO WS-ACK-MATCH-SW
006210     PERFORM 3110-MATCH-ONE-ACK-KEY THRU 3110-EXIT
006220         VARYING WS-ACK-SUB FROM 1 BY 1
006230         UNTIL WS-ACK-SUB > WS-ACK-COUNT
006240            OR WS-ACK-MATCH
006250     IF WS-ACK-MATCH
006260         GO TO 3100-EXIT
006270     END-IF
006280     EVALUATE AL-SEVERITY
006290         WHEN 1
006300             ADD 1 TO WS-SEV1-OPEN
006310         WHEN 2
006320             ADD 1 TO WS-SEV2-OPEN
006330         WHEN OTHER
006340             ADD 1 TO WS-SEV3-OPEN
006350     END-EVALUATE.
006360 3100-EXIT.
006370     EXIT.
006380
006390 3110-MATCH-ONE-ACK-KEY.
006400     IF WK-TIMESTAMP (WS-ACK-SUB) = AL-TIMESTAMP
006410         AND AL-ERROR-CODE IS NUMERIC
006420         AND WK-ERROR-CODE (WS-ACK-SUB) = AL-ERROR-CODE
006430         SET WS-ACK-MATCH TO TRUE
006440     END-IF.
006450 3110-EXIT.
006460     EXIT.
006470
006480*================================================================
006490*    3500-COUNT-STUCK-WORK - THE REJECTS AND DEADLTR DEPTHS
006500*================================================================
006510 3500-COUNT-STUCK-WORK.
006520     OPEN INPUT REJECTS-FILE
006530     IF WS-REJECTS-STATUS = "00"
006540         PERFORM 3600-COUNT-ONE-REJECT THRU 3600-EXIT
006550             UNTIL WS-REJECTS-EOF
006560         CLOSE REJECTS-FILE
006570     END-IF
006580     OPEN INPUT DEAD-LETTER-FILE
006590     IF WS-DEADLTR-STATUS = "00"
006600         PERFORM 3700-COUNT-ONE-DEAD THRU 3700-EXIT
006610             UNTIL WS-DEADLTR-EOF
006620         CLOSE DEAD-LETTER-FILE
006630     END-IF.
006640 3500-EXIT.
006650     EXIT.
006660
006670 3600-COUNT-ONE-REJECT.
006680     READ REJECTS-FILE
006690         AT END
006700             MOVE "Y" TO WS-REJECTS-EOF-SW
006710     END-READ
006720     IF NOT WS-REJECTS-EOF
006730         AND REJECT-RECORD NOT = SPACES
006740         ADD 1 TO WS-REJECT-DEPTH
006750         IF RJ-RUN-ID NOT = SPACES
006760             AND RJ-RUN-ID = WS-LATEST-RUN-ID
006770             ADD 1 TO WS-LATEST-REJECTS
006780         END-IF
006790     END-IF.
006800 3600-EXIT.
006810     EXIT.
006820
006830 3700-COUNT-ONE-DEAD.
006840     READ DEAD-LETTER-FILE
006850         AT END
006860             MOVE "Y" TO WS-DEADLTR-EOF-SW
006870     END-READ
006880     IF NOT WS-DEADLTR-EOF
006890         AND DEAD-LETTER-RECORD NOT = SPACES
006900         ADD 1 TO WS-DEADLTR-DEPTH
006910         IF DL-RUN-ID NOT = SPACES
006920             AND DL-RUN-ID = WS-LATEST-RUN-ID
006930             ADD 1 TO WS-LATEST-DEAD
006940         END-IF
006950     END-IF.
006960 3700-EXIT.
006970     EXIT.
006980
006990*================================================================
007000*    4000-EXAMINE-CHECKPOINT - ROW AND COMPLETE-ROW COUNTS.  A
007010*    CHECKPOINT WITH ROWS THAT ARE NOT ALL COMPLETE MEANS AN
007020*    IN-FLIGHT OR FAILED RUN THAT MAY NEED RESTART.
007030*================================================================
007040 4000-EXAMINE-CHECKPOINT.
007050     OPEN INPUT CHECKPOINT-FILE
007060     IF WS-CKPT-STATUS NOT = "00"
007070         GO TO 4000-EXIT
007080     END-IF
007090     MOVE ZERO TO CKPT-STEP-NUMBER
007100     START CHECKPOINT-FILE KEY IS NOT LESS THAN
007110         CKPT-STEP-NUMBER
007120         INVALID KEY
007130             MOVE "Y" TO WS-CKPT-EOF-SW
007140     END-START
007150     PERFORM 4100-READ-ONE-CKPT-ROW THRU 4100-EXIT
007160         UNTIL WS-CKPT-EOF
007170     CLOSE CHECKPOINT-FILE.
007180 4000-EXIT.
007190     EXIT.
007200
007210 4100-READ-ONE-CKPT-ROW.
007220     READ CHECKPOINT-FILE NEXT RECORD
007230         AT END
007240             MOVE "Y" TO WS-CKPT-EOF-SW
007250     END-READ
007260     IF WS-CKPT-EOF
007270         GO TO 4100-EXIT
007280     END-IF
007290     ADD 1 TO WS-CKPT-ROWS
007300     IF CKPT-STEP-COMPLETE
007310         ADD 1 TO WS-CKPT-COMPLETE-ROWS
007320     END-IF
007330*    A CONDITION-BYPASSED STEP (STATUS S) IS ACCOUNTED FOR -
007340*    IT NEVER RAN BY DESIGN AND NEEDS NO RESTART
007350     IF CKPT-STEP-BYPASSED
007360         ADD 1 TO WS-CKPT-BYPASSED-ROWS
007370     END-IF.
007380 4100-EXIT.
007390     EXIT.
007400
007410*================================================================
007420*    4500-EXAMINE-RUN-LOCK - WHO HOLDS THE ENVIRONMENT'S RUN
007430*    LOCK.  AN EMPTY OR MISSING RUNLOCK IS FREE.  THE HOLDER'S
007440*    PROCESS IS PROBED WITH KILL -0 AS THE LOCK-TAKING PROGRAMS
007450*    DO: ALIVE IS HELD, GONE (OR NO USABLE PROCESS ID) IS STALE.
007460*================================================================
007470 4500-EXAMINE-RUN-LOCK.
007480     OPEN INPUT RUN-LOCK-FILE
007490     IF WS-RUNLOCK-STATUS NOT = "00"
007500         GO TO 4500-EXIT
007510     END-IF
007520     MOVE SPACES TO RUN-LOCK-RECORD
007530     READ RUN-LOCK-FILE
007540         AT END CONTINUE
007550     END-READ
007560     CLOSE RUN-LOCK-FILE
007570     IF RUN-LOCK-RECORD = SPACES
007580         GO TO 4500-EXIT
007590     END-IF
007600     SET WS-LOCK-FOUND TO TRUE
007610     MOVE "HELD" TO WS-LOCK-STATE
007620     MOVE RL-PROGRAM         TO WS-LOCK-PROGRAM
007630     MOVE RL-RUN-ID          TO WS-LOCK-RUN-ID
007640     MOVE RL-START-TIMESTAMP TO WS-LOCK-START-TS
007650     IF RL-PROCESS-ID IS NOT NUMERIC
007660         OR RL-PROCESS-ID = ZERO
007670         SET WS-LOCK-STALE TO TRUE
007680         MOVE "STALE" TO WS-LOCK-STATE
007690         GO TO 4500-EXIT
007700     END-IF
007710     MOVE RL-PROCESS-ID TO WS-LOCK-PROCESS-ID
007720     MOVE SPACES TO WS-LOCK-COMMAND
007730     STRING "kill -0 "         DELIMITED BY SIZE
007740            RL-PROCESS-ID      DELIMITED BY SIZE
007750            " >/dev/null 2>&1" DELIMITED BY SIZE
007760            INTO WS-LOCK-COMMAND
007770     CALL "SYSTEM" USING WS-LOCK-COMMAND
007780     IF RETURN-CODE NOT = ZERO
007790         SET WS-LOCK-STALE TO TRUE
007800         MOVE "STALE" TO WS-LOCK-STATE
007810     END-IF
007820     MOVE ZERO TO RETURN-CODE.
007830 4500-EXIT.
007840     EXIT.
007850
007860*================================================================
007870*    5000-WRITE-REPORT - THE ONE-PAGE HANDOVER
007880*================================================================
007890 5000-WRITE-REPORT.
007900     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007910     MOVE "SHIFT HANDOVER STATUS REPORT" TO WS-REPORT-LINE
007920     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
007930     MOVE ALL "-" TO WS-REPORT-LINE
007940     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
007950     MOVE SPACES TO WS-REPORT-LINE
007960     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
007970            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
007980            INTO WS-REPORT-LINE
007990     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008000     MOVE SPACES TO WS-REPORT-LINE
008010     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008020     PERFORM 5100-REPORT-LATEST-RUN THRU 5100-EXIT
008030     PERFORM 5200-REPORT-SERVERS THRU 5200-EXIT
008040     PERFORM 5300-REPORT-ALERTS THRU 5300-EXIT
008050     PERFORM 5400-REPORT-STUCK-WORK THRU 5400-EXIT
008060     PERFORM 5500-REPORT-CHECKPOINT THRU 5500-EXIT
008070     PERFORM 5600-REPORT-RUN-LOCK THRU 5600-EXIT.
008080 5000-EXIT.
008090     EXIT.
008100
008110 5100-REPORT-LATEST-RUN.
008120     MOVE "LATEST RUN" TO WS-REPORT-LINE
008130     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008140     IF NOT WS-RUN-FOUND
008150         MOVE "  NO RUN HISTORY ON FILE" TO WS-REPORT-LINE
008160         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008170         GO TO 5100-EXIT
008180     END-IF
008190     MOVE SPACES TO WS-REPORT-LINE
008200     STRING "  RUN " DELIMITED BY SIZE
008210            WS-LATEST-RUN-ID   DELIMITED BY SIZE
008220            "  "               DELIMITED BY SIZE
008230            WS-LATEST-START-TS DELIMITED BY SIZE
008240            " TO "             DELIMITED BY SIZE
008250            WS-LATEST-END-TS   DELIMITED BY SIZE
008260            INTO WS-REPORT-LINE
008270     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008280     MOVE SPACES TO WS-REPORT-LINE
008290     STRING "  STEP 1 " DELIMITED BY SIZE
008300            WS-LATEST-STEP1 DELIMITED BY SIZE
008310            "  STEP 2 "     DELIMITED BY SIZE
008320            WS-LATEST-STEP2 DELIMITED BY SIZE
008330            "  STEP 3 "     DELIMITED BY SIZE
008340            WS-LATEST-STEP3 DELIMITED BY SIZE
008350            INTO WS-REPORT-LINE
008360     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008370     MOVE WS-LATEST-IMAGES  TO WS-COUNT-DISPLAY
008380     MOVE WS-LATEST-SUCCESS TO WS-COUNT-DISPLAY-2
008390     MOVE SPACES TO WS-REPORT-LINE
008400     STRING "  IMAGES "     DELIMITED BY SIZE
008410            WS-COUNT-DISPLAY DELIMITED BY SIZE
008420            "  CONVERTED "  DELIMITED BY SIZE
008430            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
008440            INTO WS-REPORT-LINE
008450     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE.
008460 5100-EXIT.
008470     EXIT.
008480
008490 5200-REPORT-SERVERS.
008500     MOVE SPACES TO WS-REPORT-LINE
008510     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008520     MOVE "SERVERS (SRVREG)" TO WS-REPORT-LINE
008530     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008540     OPEN INPUT SERVER-REGISTRY-FILE
008550     IF WS-SRVREG-STATUS NOT = "00"
008560         MOVE "  NONE REGISTERED" TO WS-REPORT-LINE
008570         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008580         GO TO 5200-EXIT
008590     END-IF
008600     PERFORM 5210-REPORT-ONE-SERVER THRU 5210-EXIT
008610         UNTIL WS-SRVREG-EOF
008620     CLOSE SERVER-REGISTRY-FILE
008630     IF WS-SERVER-COUNT = ZERO
008640         MOVE "  NONE REGISTERED" TO WS-REPORT-LINE
008650         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
008660     END-IF.
008670 5200-EXIT.
008680     EXIT.
008690
008700 5210-REPORT-ONE-SERVER.
008710     READ SERVER-REGISTRY-FILE
008720         AT END
008730             MOVE "Y" TO WS-SRVREG-EOF-SW
008740     END-READ
008750     IF WS-SRVREG-EOF
008760         GO TO 5210-EXIT
008770     END-IF
008780     IF SERVER-REGISTRY-RECORD = SPACES
008790         GO TO 5210-EXIT
008800     END-IF
008810     ADD 1 TO WS-SERVER-COUNT
008820     MOVE SPACES TO WS-REPORT-LINE
008830     STRING "  "              DELIMITED BY SIZE
008840            SR-HOST           DELIMITED BY SIZE
008850            " "               DELIMITED BY SIZE
008860            SR-PORT           DELIMITED BY SIZE
008870            " "               DELIMITED BY SIZE
008880            SR-SERVICE-NAME   DELIMITED BY SIZE
008890            " "               DELIMITED BY SIZE
008900            SR-STATUS         DELIMITED BY SIZE
008910            " CHECKED "       DELIMITED BY SIZE
008920            SR-LAST-CHECKED   DELIMITED BY SIZE
008930            INTO WS-REPORT-LINE
008940     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE.
008950 5210-EXIT.
008960     EXIT.
008970
008980 5300-REPORT-ALERTS.
008990     MOVE SPACES TO WS-REPORT-LINE
009000     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009010     MOVE "OPEN ALERTS" TO WS-REPORT-LINE
009020     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009030     MOVE WS-SEV1-OPEN TO WS-COUNT-DISPLAY
009040     MOVE SPACES TO WS-REPORT-LINE
009050     STRING "  SEVERITY 1 . . : " DELIMITED BY SIZE
009060            WS-COUNT-DISPLAY      DELIMITED BY SIZE
009070            INTO WS-REPORT-LINE
009080     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009090     MOVE WS-SEV2-OPEN TO WS-COUNT-DISPLAY
009100     MOVE SPACES TO WS-REPORT-LINE
009110     STRING "  SEVERITY 2 . . : " DELIMITED BY SIZE
009120            WS-COUNT-DISPLAY      DELIMITED BY SIZE
009130            INTO WS-REPORT-LINE
009140     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009150     MOVE WS-SEV3-OPEN TO WS-COUNT-DISPLAY
009160     MOVE SPACES TO WS-REPORT-LINE
009170     STRING "  SEVERITY 3+  . : " DELIMITED BY SIZE
009180            WS-COUNT-DISPLAY      DELIMITED BY SIZE
009190            INTO WS-REPORT-LINE
009200     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE.
009210 5300-EXIT.
009220     EXIT.
009230
009240 5400-REPORT-STUCK-WORK.
009250     MOVE SPACES TO WS-REPORT-LINE
009260     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009270     MOVE "STUCK WORK" TO WS-REPORT-LINE
009280     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009290     MOVE WS-REJECT-DEPTH  TO WS-COUNT-DISPLAY
009300     MOVE WS-DEADLTR-DEPTH TO WS-COUNT-DISPLAY-2
009310     MOVE SPACES TO WS-REPORT-LINE
009320     STRING "  REJECTS " DELIMITED BY SIZE
009330            WS-COUNT-DISPLAY DELIMITED BY SIZE
009340            "  DEAD LETTERS " DELIMITED BY SIZE
009350            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
009360            INTO WS-REPORT-LINE
009370     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009380     MOVE WS-LATEST-REJECTS TO WS-COUNT-DISPLAY
009390     MOVE WS-LATEST-DEAD    TO WS-COUNT-DISPLAY-2
009400     MOVE SPACES TO WS-REPORT-LINE
009410     STRING "  FROM LATEST RUN - REJECTS " DELIMITED BY SIZE
009420            WS-COUNT-DISPLAY DELIMITED BY SIZE
009430            "  DEAD LETTERS " DELIMITED BY SIZE
009440            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
009450            INTO WS-REPORT-LINE
009460     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE.
009470 5400-EXIT.
009480     EXIT.
009490
009500 5500-REPORT-CHECKPOINT.
009510     MOVE SPACES TO WS-REPORT-LINE
009520     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009530     MOVE "CHECKPOINT" TO WS-REPORT-LINE
009540     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009550     EVALUATE TRUE
009560         WHEN WS-CKPT-ROWS = ZERO
009570             MOVE "  NO CHECKPOINT ON FILE" TO WS-REPORT-LINE
009580         WHEN WS-CKPT-COMPLETE-ROWS = WS-CKPT-ROWS
009590             MOVE "  ALL CHECKPOINTED STEPS COMPLETE"
009600                 TO WS-REPORT-LINE
009610         WHEN WS-CKPT-COMPLETE-ROWS + WS-CKPT-BYPASSED-ROWS
009620             = WS-CKPT-ROWS
009630             MOVE "  ALL CHECKPOINTED STEPS COMPLETE OR BYPASSED"
009640                 TO WS-REPORT-LINE
009650         WHEN OTHER
009660             COMPUTE WS-CKPT-ACCOUNTED-ROWS =
009670                 WS-CKPT-COMPLETE-ROWS + WS-CKPT-BYPASSED-ROWS
009680             END-COMPUTE
009690             MOVE WS-CKPT-ACCOUNTED-ROWS TO WS-COUNT-DISPLAY
009700             MOVE WS-CKPT-ROWS          TO WS-COUNT-DISPLAY-2
009710             MOVE SPACES TO WS-REPORT-LINE
009720             STRING "  INCOMPLETE - ONLY "
009730                                        DELIMITED BY SIZE
009740                    WS-COUNT-DISPLAY    DELIMITED BY SIZE
009750                    " OF "              DELIMITED BY SIZE
009760                    WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
009770                    " STEPS COMPLETE OR BYPASSED - RUN MAY "
009780                                        DELIMITED BY SIZE
009790                    "NEED RESTART"      DELIMITED BY SIZE
009800                    INTO WS-REPORT-LINE
009810     END-EVALUATE
009820     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE.
009830 5500-EXIT.
009840     EXIT.
009850
009860 5600-REPORT-RUN-LOCK.
009870     MOVE SPACES TO WS-REPORT-LINE
009880     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009890     MOVE "RUN LOCK" TO WS-REPORT-LINE
009900     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009910     IF NOT WS-LOCK-FOUND
009920         MOVE "  FREE - NO JOB HOLDS THIS ENVIRONMENT"
009930             TO WS-REPORT-LINE
009940         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
009950         GO TO 5600-EXIT
009960     END-IF
009970     MOVE SPACES TO WS-REPORT-LINE
009980     STRING "  "               DELIMITED BY SIZE
009990            WS-LOCK-STATE      DELIMITED BY SPACE
010000            " - "              DELIMITED BY SIZE
010010            WS-LOCK-PROGRAM    DELIMITED BY SPACE
010020            " RUN "            DELIMITED BY SIZE
010030            WS-LOCK-RUN-ID     DELIMITED BY SPACE
010040            " PID "            DELIMITED BY SIZE
010050            WS-LOCK-PROCESS-ID DELIMITED BY SIZE
010060            " SINCE "          DELIMITED BY SIZE
010070            WS-LOCK-START-TS   DELIMITED BY SPACE
010080            INTO WS-REPORT-LINE
010090     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
010100     IF WS-LOCK-STALE
010110         MOVE "  PROCESS GONE - CHECK THE FILES, THEN RERUN WITH "
010120             TO WS-REPORT-LINE
010130         MOVE "CLEARLOCK" TO WS-REPORT-LINE (51:9)
010140         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
010150     END-IF.
010160 5600-EXIT.
010170     EXIT.
010180
010190 1650-BUILD-TIMESTAMP.
010200     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
010210     ACCEPT WS-TS-TIME FROM TIME
010220     STRING WS-TS-DATE   DELIMITED BY SIZE
010230            "-"          DELIMITED BY SIZE
010240            WS-TS-TIME   DELIMITED BY SIZE
010250            INTO WS-CURRENT-TIMESTAMP.
010260 1650-EXIT.
010270     EXIT.
010280
010290*================================================================
010300*    9000-FINALIZE - TOTALS, THEN CLOSE THE REPORT
010310*================================================================
010320 9000-FINALIZE.
010330     DISPLAY "OPSTAT: SERVERS LISTED  . : " WS-SERVER-COUNT
010340     DISPLAY "OPSTAT: OPEN SEV 1  . . . : " WS-SEV1-OPEN
010350     DISPLAY "OPSTAT: OPEN SEV 2  . . . : " WS-SEV2-OPEN
010360     DISPLAY "OPSTAT: REJECT DEPTH  . . : " WS-REJECT-DEPTH
010370     DISPLAY "OPSTAT: DEAD LETTER DEPTH : " WS-DEADLTR-DEPTH
010380     DISPLAY "OPSTAT: RUN LOCK  . . . . : " WS-LOCK-STATE
010390     CLOSE STATUS-REPORT-FILE.
010400 9000-EXIT.
010410     EXIT.
